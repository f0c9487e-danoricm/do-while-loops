000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILEGENCAT                                    *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    DL1OUT GENERATION CATALOG LISTING AND RETENTION SWEEP.      *
001000*    EVERY DOWHILELOOP RUN WRITES ITS OUTPUT AS A GENERATION ON  *
001100*    THE GENERATION STORE (DL1OUTG) AND CATALOGS IT ON DL1GEN.   *
001200*    THIS STEP LISTS THE CATALOG NEWEST FIRST AND KEEPS THE      *
001300*    NEWEST GENERATIONS STILL ON THE STORE.  AN OLDER ONE IS     *
001400*    ROLLED OFF - ITS RECORDS DELETED FROM THE STORE AND ITS     *
001500*    ENTRY MARKED ROLLED OFF - ONLY WHEN DOWHILEVERIFY HAS       *
001600*    VERIFIED IT AND DOWHILEAPPLY HAS APPLIED IT.  ANY OTHER     *
001700*    OLDER GENERATION IS HELD AND LISTED WITH THE REASON, SO     *
001800*    NOTHING IS THROWN AWAY BEFORE IT HAS BEEN CONSUMED.         *
001900*    RETURN-CODE 4 MEANS AT LEAST ONE GENERATION WAS HELD.       *
002000*                                                                *
002100*    THE PARM IS THE NUMBER OF GENERATIONS TO KEEP AS A          *
002200*    LEADING-SIGN NINE-DIGIT FIELD, E.G. "+000000005".  BLANK    *
002300*    MEANS THE CONFIGURATION FILE'S GEN-KEEP-COUNT, OR 5         *
002400*    GENERATIONS WITHOUT IT.                                     *
002500*                                                                *
002600*    MODIFICATION HISTORY.                                      *
002700*    10/15/2026  DRO  ORIGINAL VERSION.                         *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.    DoWhileGenCat.
003100 AUTHOR.        D. ORIC.
003200 INSTALLATION.  CENTRAL DATA CENTER.
003300 DATE-WRITTEN.  10/15/2026.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*    GENERATION CATALOG, KEYED BY GENERATION NUMBER - READ NEWEST
004000*    FIRST; A ROLLED-OFF ENTRY IS REWRITTEN HERE.
004100     SELECT DL1-GEN-FILE ASSIGN TO "DL1GEN"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS DL1-GEN-KEY
004500         FILE STATUS IS DL1O-GEN-STATUS.
004600*    GENERATION STORE, KEYED BY GENERATION AND SEQUENCE - A
004700*    ROLLED-OFF GENERATION'S RECORDS ARE DELETED HERE.
004800     SELECT DL1-OTG-FILE ASSIGN TO "DL1OUTG"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS DL1-OTG-KEY
005200         FILE STATUS IS DL1O-OTG-STATUS.
005300*    CENTRAL CONFIGURATION, KEYED BY CONFIGURATION KEY NAME -
005400*    READ AT STARTUP; ABSENT MEANS THE DEFAULTS STAND.
005500     SELECT DL1-CFG-FILE ASSIGN TO "DL1CFG"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS DL1-CFG-KEY
005900         FILE STATUS IS DL1O-CFG-STATUS.
006000*    THIS REPORT'S OWN PRINTED OUTPUT - NORMALLY TO SYSOUT.
006100     SELECT DL1-ORP-FILE ASSIGN TO "DL1ORPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS DL1O-ORP-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  DL1-GEN-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY DL1GENR.
007000
007100 FD  DL1-OTG-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY DL1OTGR.
007400
007500 FD  DL1-CFG-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY DL1CFGR.
007800
007900 FD  DL1-ORP-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY DL1ORPR.
008200
008300 WORKING-STORAGE SECTION.
008400******************************************************************
008500*    PARAMETER AREA - THE NUMBER OF GENERATIONS TO KEEP.         *
008600******************************************************************
008700 01  DL1O-PARM-TEXT              PIC X(10) VALUE SPACES.
008800 01  DL1O-PARM-FIELDS REDEFINES DL1O-PARM-TEXT.
008900     05  DL1O-PARM-KEEP          PIC S9(9) SIGN LEADING SEPARATE.
009000*    THE DEFAULT USED WHEN THE PARM IS BLANK - 5 GENERATIONS
009100*    UNLESS THE CONFIGURATION FILE (GEN-KEEP-COUNT) SAYS SO.
009200 01  DL1O-DEFAULT-KEEP           PIC S9(9) VALUE +5.
009300 01  DL1O-KEEP-COUNT             PIC 9(09) VALUE ZERO.
009400
009500 01  DL1O-LAST-NUMBER            PIC 9(06) VALUE ZERO.
009600 01  DL1O-GEN-SUB                PIC 9(06) VALUE ZERO.
009700 01  DL1O-ACTIVE-SEEN            PIC 9(09) VALUE ZERO.
009800 01  DL1O-ENTRIES-READ           PIC 9(09) VALUE ZERO.
009900 01  DL1O-KEPT-COUNT             PIC 9(09) VALUE ZERO.
010000 01  DL1O-ROLLED-COUNT           PIC 9(09) VALUE ZERO.
010100 01  DL1O-HELD-COUNT             PIC 9(09) VALUE ZERO.
010200 01  DL1O-PRIOR-ROLLED-COUNT     PIC 9(09) VALUE ZERO.
010300 01  DL1O-RECORDS-DELETED        PIC 9(09) VALUE ZERO.
010400 01  DL1O-GEN-DELETED            PIC 9(09) VALUE ZERO.
010500 01  DL1O-ACTION                 PIC X(18) VALUE SPACES.
010600 01  DL1O-RETURN-CODE            PIC 9(04) VALUE ZERO.
010700 01  DL1O-ERROR-MSG              PIC X(60) VALUE SPACES.
010800 01  DL1O-CURRENT-DATE           PIC 9(08) VALUE ZERO.
010900 01  DL1O-GEN-STATUS             PIC XX.
011000 01  DL1O-OTG-STATUS             PIC XX.
011100 01  DL1O-CFG-STATUS             PIC XX.
011200 01  DL1O-ORP-STATUS             PIC XX.
011300
011400 01  DL1O-SWITCHES.
011500     05  DL1O-OTG-EOF-SWITCH     PIC X(01) VALUE 'N'.
011600         88  DL1O-END-OF-GENERATION     VALUE 'Y'.
011700     05  DL1O-GEN-OPEN-SWITCH    PIC X(01) VALUE 'N'.
011800         88  DL1O-GEN-FILE-OPENED       VALUE 'Y'.
011900     05  DL1O-OTG-OPEN-SWITCH    PIC X(01) VALUE 'N'.
012000         88  DL1O-OTG-FILE-OPENED       VALUE 'Y'.
012100
012200******************************************************************
012300*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
012400******************************************************************
012500 01  DL1O-RPT-LINE-COUNT         PIC 9(04) VALUE ZERO.
012600 01  DL1O-RPT-LINES-PER-PAGE     PIC 9(04) VALUE 50.
012700 01  DL1O-RPT-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
012800
012900 01  DL1O-RPT-HEADING-1.
013000     05  FILLER                  PIC X(01) VALUE SPACE.
013100     05  FILLER                  PIC X(34) VALUE
013200             'DOWHILEGENCAT - DL1OUT GENERATIONS'.
013300     05  FILLER                  PIC X(01) VALUE SPACES.
013400     05  FILLER                  PIC X(05) VALUE 'DATE:'.
013500     05  DL1O-RPT-H1-DATE        PIC 9(08).
013600     05  FILLER                  PIC X(04) VALUE SPACES.
013700     05  FILLER                  PIC X(05) VALUE 'PAGE:'.
013800     05  DL1O-RPT-H1-PAGE        PIC ZZZ9.
013900     05  FILLER                  PIC X(18) VALUE SPACES.
014000
014100 01  DL1O-RPT-HEADING-2.
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  FILLER                  PIC X(23) VALUE
014400             'KEEP NEWEST GENERATIONS'.
014500     05  FILLER                  PIC X(01) VALUE '='.
014600     05  DL1O-RPT-H2-KEEP        PIC ZZZZZZZZ9.
014700     05  FILLER                  PIC X(46) VALUE SPACES.
014800
014900*    S IS THE GENERATION STATE; V, A, AND X ARE THE VERIFY, APPLY,
015000*    AND EXTRACT STATUSES, AS CODED IN DL1GENR.
015100 01  DL1O-RPT-COLUMN-HEADING.
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  FILLER                  PIC X(07) VALUE 'GEN'.
015400     05  FILLER                  PIC X(09) VALUE 'RUN DATE'.
015500     05  FILLER                  PIC X(09) VALUE 'RUN-ID'.
015600     05  FILLER                  PIC X(10) VALUE '    START'.
015700     05  FILLER                  PIC X(10) VALUE '      END'.
015800     05  FILLER                  PIC X(10) VALUE '  RECORDS'.
015900     05  FILLER                  PIC X(02) VALUE 'S'.
016000     05  FILLER                  PIC X(04) VALUE 'VAX'.
016100     05  FILLER                  PIC X(18) VALUE 'ACTION'.
016200
016300 01  DL1O-RPT-DETAIL-LINE.
016400     05  FILLER                  PIC X(01) VALUE SPACE.
016500     05  DL1O-RPT-DTL-GEN        PIC 9(06).
016600     05  FILLER                  PIC X(01) VALUE SPACE.
016700     05  DL1O-RPT-DTL-RUN-DATE   PIC 9(08).
016800     05  FILLER                  PIC X(01) VALUE SPACE.
016900     05  DL1O-RPT-DTL-RUN-ID     PIC X(08).
017000     05  FILLER                  PIC X(01) VALUE SPACE.
017100     05  DL1O-RPT-DTL-START      PIC ZZZZZZZZ9.
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  DL1O-RPT-DTL-END        PIC ZZZZZZZZ9.
017400     05  FILLER                  PIC X(01) VALUE SPACE.
017500     05  DL1O-RPT-DTL-RECORDS    PIC ZZZZZZZZ9.
017600     05  FILLER                  PIC X(01) VALUE SPACE.
017700     05  DL1O-RPT-DTL-STATE      PIC X(01).
017800     05  FILLER                  PIC X(01) VALUE SPACE.
017900     05  DL1O-RPT-DTL-VERIFY     PIC X(01).
018000     05  DL1O-RPT-DTL-APPLY      PIC X(01).
018100     05  DL1O-RPT-DTL-EXTRACT    PIC X(01).
018200     05  FILLER                  PIC X(01) VALUE SPACE.
018300     05  DL1O-RPT-DTL-ACTION     PIC X(18).
018400
018500 01  DL1O-RPT-SECTION-LINE.
018600     05  FILLER                  PIC X(01) VALUE SPACE.
018700     05  DL1O-RPT-SECTION-TEXT   PIC X(79).
018800
018900 01  DL1O-RPT-FOOTER-LINE.
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  DL1O-RPT-FTR-LABEL      PIC X(20).
019200     05  DL1O-RPT-FTR-COUNT      PIC ZZZZZZZZ9.
019300     05  FILLER                  PIC X(50) VALUE SPACES.
019400
019500 PROCEDURE DIVISION.
019600******************************************************************
019700*    0000-MAINLINE - LIST THE CATALOG NEWEST FIRST, ROLLING OFF  *
019800*    EACH OLD GENERATION THAT HAS BEEN VERIFIED AND APPLIED.     *
019900******************************************************************
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     IF DL1O-RETURN-CODE NOT = ZERO
020300         GO TO 0000-MAINLINE-EXIT
020400     END-IF.
020500     PERFORM 3000-SWEEP-CATALOG THRU 3000-EXIT.
020600 0000-MAINLINE-EXIT.
020700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020800     MOVE DL1O-RETURN-CODE TO RETURN-CODE.
020900     GOBACK.
021000
021100******************************************************************
021200*    1000-INITIALIZE - FIX THE KEEP COUNT, OPEN THE REPORT, THE  *
021300*    CATALOG, AND THE STORE.  NO CATALOG YET MEANS DOWHILELOOP   *
021400*    HAS NEVER RUN, SO THERE IS NOTHING TO SWEEP.                *
021500******************************************************************
021600 1000-INITIALIZE.
021700     ACCEPT DL1O-CURRENT-DATE FROM DATE YYYYMMDD.
021800     ACCEPT DL1O-PARM-TEXT FROM COMMAND-LINE.
021900     PERFORM 1100-LOAD-CONFIG THRU 1100-EXIT.
022000     IF DL1O-RETURN-CODE NOT = ZERO
022100         GO TO 1000-EXIT
022200     END-IF.
022300     PERFORM 1200-VALIDATE-PARM THRU 1200-EXIT.
022400     IF DL1O-RETURN-CODE NOT = ZERO
022500         GO TO 1000-EXIT
022600     END-IF.
022700     OPEN OUTPUT DL1-ORP-FILE.
022800     IF DL1O-ORP-STATUS NOT = '00'
022900         MOVE 16 TO DL1O-RETURN-CODE
023000         DISPLAY 'DL1580E UNABLE TO OPEN DL1ORPT, STATUS='
023100             DL1O-ORP-STATUS
023200         GO TO 1000-EXIT
023300     END-IF.
023400     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
023500     OPEN I-O DL1-GEN-FILE.
023600     IF DL1O-GEN-STATUS = '35'
023700         DISPLAY 'DL1582I NO GENERATION CATALOG ON HAND'
023800         GO TO 1000-EXIT
023900     END-IF.
024000     IF DL1O-GEN-STATUS NOT = '00'
024100         MOVE 16 TO DL1O-RETURN-CODE
024200         DISPLAY 'DL1581E UNABLE TO OPEN DL1GEN, STATUS='
024300             DL1O-GEN-STATUS
024400         GO TO 1000-EXIT
024500     END-IF.
024600     SET DL1O-GEN-FILE-OPENED TO TRUE.
024700     OPEN I-O DL1-OTG-FILE.
024800     IF DL1O-OTG-STATUS NOT = '00'
024900         MOVE 16 TO DL1O-RETURN-CODE
025000         DISPLAY 'DL1583E UNABLE TO OPEN DL1OUTG, STATUS='
025100             DL1O-OTG-STATUS
025200         GO TO 1000-EXIT
025300     END-IF.
025400     SET DL1O-OTG-FILE-OPENED TO TRUE.
025500*    THE CONTROL RECORD HOLDS THE LAST GENERATION NUMBER ASSIGNED;
025600*    WITHOUT IT NO GENERATION WAS EVER CATALOGED.
025700     MOVE ZERO TO DL1-GEN-NUMBER.
025800     READ DL1-GEN-FILE
025900         INVALID KEY
026000             MOVE ZERO TO DL1O-LAST-NUMBER
026100         NOT INVALID KEY
026200             MOVE DL1-GEN-LAST-NUMBER TO DL1O-LAST-NUMBER
026300     END-READ.
026400 1000-EXIT.
026500     EXIT.
026600
026700******************************************************************
026800*    1100-LOAD-CONFIG - READ THIS STEP'S KEY FROM THE CENTRAL    *
026900*    CONFIGURATION FILE.  AN ABSENT FILE OR KEY LEAVES THE       *
027000*    BUILT-IN DEFAULT STANDING; A VALUE THAT IS PRESENT BUT      *
027100*    INVALID REJECTS THE RUN, THE SAME WAY A BAD PARM DOES.      *
027200******************************************************************
027300 1100-LOAD-CONFIG.
027400     OPEN INPUT DL1-CFG-FILE.
027500     IF DL1O-CFG-STATUS = '35'
027600         DISPLAY 'DL1584I NO CONFIGURATION FILE - DEFAULTS '
027700             'IN EFFECT'
027800         GO TO 1100-EXIT
027900     END-IF.
028000     IF DL1O-CFG-STATUS NOT = '00'
028100         MOVE 16 TO DL1O-RETURN-CODE
028200         DISPLAY 'DL1585E UNABLE TO OPEN DL1CFG, STATUS='
028300             DL1O-CFG-STATUS
028400         GO TO 1100-EXIT
028500     END-IF.
028600     MOVE 'GEN-KEEP-COUNT' TO DL1-CFG-KEY.
028700     READ DL1-CFG-FILE
028800         INVALID KEY
028900             CONTINUE
029000         NOT INVALID KEY
029100             IF DL1-CFG-VALUE IS NUMERIC
029200                 AND DL1-CFG-VALUE >= 1
029300                 MOVE DL1-CFG-VALUE TO DL1O-DEFAULT-KEEP
029400             ELSE
029500                 MOVE 16 TO DL1O-RETURN-CODE
029600                 DISPLAY 'DL1586E INVALID CONFIGURATION VALUE '
029700                     'FOR ' DL1-CFG-KEY
029800             END-IF
029900     END-READ.
030000     CLOSE DL1-CFG-FILE.
030100 1100-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*    1200-VALIDATE-PARM - A KEEP COUNT GIVEN IN THE PARM MUST BE *
030600*    AT LEAST ONE GENERATION; BLANK TAKES THE DEFAULT.           *
030700******************************************************************
030800 1200-VALIDATE-PARM.
030900     IF DL1O-PARM-TEXT = SPACES
031000         MOVE DL1O-DEFAULT-KEEP TO DL1O-KEEP-COUNT
031100         GO TO 1200-EXIT
031200     END-IF.
031300     IF DL1O-PARM-KEEP IS NOT NUMERIC
031400         OR DL1O-PARM-KEEP < 1
031500         MOVE 16 TO DL1O-RETURN-CODE
031600         MOVE 'DL1587E KEEP COUNT MUST BE AT LEAST 1.'
031700             TO DL1O-ERROR-MSG
031800         DISPLAY DL1O-ERROR-MSG
031900         GO TO 1200-EXIT
032000     END-IF.
032100     MOVE DL1O-PARM-KEEP TO DL1O-KEEP-COUNT.
032200 1200-EXIT.
032300     EXIT.
032400
032500******************************************************************
032600*    3000-SWEEP-CATALOG - WALK THE CATALOG FROM THE LAST         *
032700*    GENERATION ASSIGNED BACK TO THE FIRST.                      *
032800******************************************************************
032900 3000-SWEEP-CATALOG.
033000     IF NOT DL1O-GEN-FILE-OPENED
033100         GO TO 3000-EXIT
033200     END-IF.
033300     MOVE 'GENERATIONS, NEWEST FIRST' TO DL1O-RPT-SECTION-TEXT.
033400     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
033500     MOVE DL1O-RPT-COLUMN-HEADING TO DL1O-RPT-SECTION-LINE.
033600     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
033700     PERFORM 3100-SWEEP-ONE-GENERATION THRU 3100-EXIT
033800         VARYING DL1O-GEN-SUB FROM DL1O-LAST-NUMBER BY -1
033900         UNTIL DL1O-GEN-SUB = ZERO
034000            OR DL1O-RETURN-CODE NOT = ZERO.
034100 3000-EXIT.
034200     EXIT.
034300
034400******************************************************************
034500*    3100-SWEEP-ONE-GENERATION - THE NEWEST GENERATIONS STILL ON *
034600*    THE STORE, UP TO THE KEEP COUNT, ARE KEPT WHATEVER THEIR    *
034700*    STATUS.  PAST THAT, A GENERATION IS ROLLED OFF ONLY WHEN IT *
034800*    IS VERIFIED AND APPLIED (WITH OR WITHOUT REJECTS); ANYTHING *
034900*    ELSE IS HELD.  AN ENTRY ALREADY ROLLED OFF IS ONLY COUNTED. *
034910*    A GENERATION DOWHILEBACKOUT HAS BACKED OUT IS HELD UNTIL    *
034920*    DOWHILEAPPLY HAS APPLIED IT AGAIN.                          *
035000******************************************************************
035100 3100-SWEEP-ONE-GENERATION.
035200     MOVE DL1O-GEN-SUB TO DL1-GEN-NUMBER.
035300     READ DL1-GEN-FILE
035400         INVALID KEY
035500             GO TO 3100-EXIT
035600     END-READ.
035700     ADD 1 TO DL1O-ENTRIES-READ.
035800     IF DL1-GEN-ROLLED-OFF
035900         ADD 1 TO DL1O-PRIOR-ROLLED-COUNT
036000         GO TO 3100-EXIT
036100     END-IF.
036200     ADD 1 TO DL1O-ACTIVE-SEEN.
036300     IF DL1O-ACTIVE-SEEN NOT > DL1O-KEEP-COUNT
036400         ADD 1 TO DL1O-KEPT-COUNT
036500         MOVE 'KEPT' TO DL1O-ACTION
036600         PERFORM 3900-LIST-GENERATION THRU 3900-EXIT
036700         GO TO 3100-EXIT
036800     END-IF.
036900     IF DL1-GEN-OPEN
037000         MOVE 'HELD-NOT COMPLETE' TO DL1O-ACTION
037100         GO TO 3100-HELD
037200     END-IF.
037300     IF DL1-GEN-VERIFY-FAILED
037400         MOVE 'HELD-VERIFY FAILED' TO DL1O-ACTION
037500         GO TO 3100-HELD
037600     END-IF.
037700     IF NOT DL1-GEN-VERIFIED
037800         MOVE 'HELD-NOT VERIFIED' TO DL1O-ACTION
037900         GO TO 3100-HELD
038000     END-IF.
038100     IF DL1-GEN-APPLY-FAILED
038200         MOVE 'HELD-APPLY FAILED' TO DL1O-ACTION
038300         GO TO 3100-HELD
038400     END-IF.
038410     IF DL1-GEN-BACKED-OUT
038420         MOVE 'HELD-BACKED OUT' TO DL1O-ACTION
038430         GO TO 3100-HELD
038440     END-IF.
038500     IF NOT DL1-GEN-APPLIED
038600         AND NOT DL1-GEN-APPLIED-REJECTS
038700         MOVE 'HELD-NOT APPLIED' TO DL1O-ACTION
038800         GO TO 3100-HELD
038900     END-IF.
039000     PERFORM 3200-ROLL-OFF-GENERATION THRU 3200-EXIT.
039100     IF DL1O-RETURN-CODE NOT = ZERO
039200         GO TO 3100-EXIT
039300     END-IF.
039400     ADD 1 TO DL1O-ROLLED-COUNT.
039500     MOVE 'ROLLED OFF' TO DL1O-ACTION.
039600     PERFORM 3900-LIST-GENERATION THRU 3900-EXIT.
039700     GO TO 3100-EXIT.
039800 3100-HELD.
039900     ADD 1 TO DL1O-HELD-COUNT.
040000     PERFORM 3900-LIST-GENERATION THRU 3900-EXIT.
040100 3100-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*    3200-ROLL-OFF-GENERATION - DELETE THE GENERATION'S RECORDS  *
040600*    FROM THE STORE, THEN MARK ITS ENTRY ROLLED OFF.  THE ENTRY  *
040700*    IS KEPT, SO A LATER RUN NAMING THE GENERATION IS TOLD WHEN  *
040800*    IT WENT RATHER THAN THAT IT NEVER EXISTED.  ANY FAILURE     *
040900*    STOPS THE SWEEP WITH THE ENTRY STILL ACTIVE, SO THE NEXT    *
041000*    RUN PICKS UP WHAT IS LEFT OF IT.                            *
041100******************************************************************
041200 3200-ROLL-OFF-GENERATION.
041300     MOVE ZERO TO DL1O-GEN-DELETED.
041400     MOVE 'N' TO DL1O-OTG-EOF-SWITCH.
041500     MOVE DL1-GEN-NUMBER TO DL1-OTG-GENERATION.
041600     MOVE ZERO TO DL1-OTG-SEQUENCE.
041700     START DL1-OTG-FILE KEY IS NOT LESS THAN DL1-OTG-KEY
041800         INVALID KEY
041900             SET DL1O-END-OF-GENERATION TO TRUE
042000     END-START.
042100     PERFORM UNTIL DL1O-END-OF-GENERATION
042200         READ DL1-OTG-FILE NEXT RECORD
042300             AT END
042400                 SET DL1O-END-OF-GENERATION TO TRUE
042500             NOT AT END
042600                 PERFORM 3300-DELETE-STORED-RECORD THRU 3300-EXIT
042700         END-READ
042800     END-PERFORM.
042900     IF DL1O-RETURN-CODE NOT = ZERO
043000         GO TO 3200-EXIT
043100     END-IF.
043200     SET DL1-GEN-ROLLED-OFF TO TRUE.
043300     MOVE DL1O-CURRENT-DATE TO DL1-GEN-ROLLED-DATE.
043400     REWRITE DL1-GEN-RECORD
043500         INVALID KEY
043600             MOVE 16 TO DL1O-RETURN-CODE
043700     END-REWRITE.
043800     IF DL1O-RETURN-CODE NOT = ZERO
043900         DISPLAY 'DL1589E UNABLE TO MARK GENERATION '
044000             DL1-GEN-NUMBER ' ROLLED OFF, STATUS=' DL1O-GEN-STATUS
044100         GO TO 3200-EXIT
044200     END-IF.
044300     ADD DL1O-GEN-DELETED TO DL1O-RECORDS-DELETED.
044400     DISPLAY 'DL1590I GENERATION ' DL1-GEN-NUMBER
044500         ' ROLLED OFF, ' DL1O-GEN-DELETED ' RECORDS DELETED'.
044600 3200-EXIT.
044700     EXIT.
044800
044900 3300-DELETE-STORED-RECORD.
045000     IF DL1-OTG-GENERATION NOT = DL1-GEN-NUMBER
045100         SET DL1O-END-OF-GENERATION TO TRUE
045200         GO TO 3300-EXIT
045300     END-IF.
045400     DELETE DL1-OTG-FILE RECORD
045500         INVALID KEY
045600             MOVE 16 TO DL1O-RETURN-CODE
045700     END-DELETE.
045800     IF DL1O-RETURN-CODE NOT = ZERO
045900         DISPLAY 'DL1588E UNABLE TO DELETE GENERATION '
046000             DL1-GEN-NUMBER ' RECORD ' DL1-OTG-SEQUENCE
046100             ', STATUS=' DL1O-OTG-STATUS
046200         SET DL1O-END-OF-GENERATION TO TRUE
046300         GO TO 3300-EXIT
046400     END-IF.
046500     ADD 1 TO DL1O-GEN-DELETED.
046600 3300-EXIT.
046700     EXIT.
046800
046900 3900-LIST-GENERATION.
047000     MOVE DL1-GEN-NUMBER         TO DL1O-RPT-DTL-GEN.
047100     MOVE DL1-GEN-RUN-DATE       TO DL1O-RPT-DTL-RUN-DATE.
047200     MOVE DL1-GEN-RUN-ID         TO DL1O-RPT-DTL-RUN-ID.
047300     MOVE DL1-GEN-START-VALUE    TO DL1O-RPT-DTL-START.
047400     MOVE DL1-GEN-END-VALUE      TO DL1O-RPT-DTL-END.
047500     MOVE DL1-GEN-RECORD-COUNT   TO DL1O-RPT-DTL-RECORDS.
047600     MOVE DL1-GEN-STATE          TO DL1O-RPT-DTL-STATE.
047700     MOVE DL1-GEN-VERIFY-STATUS  TO DL1O-RPT-DTL-VERIFY.
047800     MOVE DL1-GEN-APPLY-STATUS   TO DL1O-RPT-DTL-APPLY.
047900     MOVE DL1-GEN-EXTRACT-STATUS TO DL1O-RPT-DTL-EXTRACT.
048000     MOVE DL1O-ACTION            TO DL1O-RPT-DTL-ACTION.
048100     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
048200 3900-EXIT.
048300     EXIT.
048400
048500 7000-WRITE-REPORT-LINE.
048600     IF DL1O-RPT-LINE-COUNT >= DL1O-RPT-LINES-PER-PAGE
048700         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
048800     END-IF.
048900     MOVE DL1O-RPT-DETAIL-LINE TO DL1-ORP-RECORD.
049000     WRITE DL1-ORP-RECORD.
049100     ADD 1 TO DL1O-RPT-LINE-COUNT.
049200 7000-EXIT.
049300     EXIT.
049400
049500 7100-WRITE-REPORT-HEADING.
049600     ADD 1 TO DL1O-RPT-PAGE-NUMBER.
049700     MOVE DL1O-CURRENT-DATE    TO DL1O-RPT-H1-DATE.
049800     MOVE DL1O-RPT-PAGE-NUMBER TO DL1O-RPT-H1-PAGE.
049900     MOVE DL1O-RPT-HEADING-1   TO DL1-ORP-RECORD.
050000     WRITE DL1-ORP-RECORD.
050100     MOVE DL1O-KEEP-COUNT      TO DL1O-RPT-H2-KEEP.
050200     MOVE DL1O-RPT-HEADING-2   TO DL1-ORP-RECORD.
050300     WRITE DL1-ORP-RECORD.
050400     MOVE ZERO TO DL1O-RPT-LINE-COUNT.
050500 7100-EXIT.
050600     EXIT.
050700
050800 7200-WRITE-SECTION-LINE.
050900     IF DL1O-RPT-LINE-COUNT >= DL1O-RPT-LINES-PER-PAGE
051000         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
051100     END-IF.
051200     MOVE DL1O-RPT-SECTION-LINE TO DL1-ORP-RECORD.
051300     WRITE DL1-ORP-RECORD.
051400     ADD 1 TO DL1O-RPT-LINE-COUNT.
051500 7200-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900*    8000-TERMINATE - THE COUNTS ON THE REPORT, CLOSE WHAT WAS   *
052000*    OPENED, AND GIVE THE OPERATOR THE VERDICT.  A GENERATION    *
052100*    HELD PAST THE KEEP COUNT IS A WARNING - SOMETHING DOWNSTREAM*
052200*    HAS NOT CONSUMED IT, OR COULD NOT.                          *
052300******************************************************************
052400 8000-TERMINATE.
052500     IF DL1O-RETURN-CODE = ZERO
052600         AND DL1O-HELD-COUNT > ZERO
052700         MOVE 4 TO DL1O-RETURN-CODE
052800     END-IF.
052900     IF DL1O-RPT-PAGE-NUMBER > ZERO
053000         MOVE 'CATALOG ENTRIES:    ' TO DL1O-RPT-FTR-LABEL
053100         MOVE DL1O-ENTRIES-READ TO DL1O-RPT-FTR-COUNT
053200         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
053300         MOVE '  KEPT:             ' TO DL1O-RPT-FTR-LABEL
053400         MOVE DL1O-KEPT-COUNT TO DL1O-RPT-FTR-COUNT
053500         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
053600         MOVE '  ROLLED OFF:       ' TO DL1O-RPT-FTR-LABEL
053700         MOVE DL1O-ROLLED-COUNT TO DL1O-RPT-FTR-COUNT
053800         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
053900         MOVE '  HELD:             ' TO DL1O-RPT-FTR-LABEL
054000         MOVE DL1O-HELD-COUNT TO DL1O-RPT-FTR-COUNT
054100         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
054200         MOVE '  ROLLED OFF BEFORE:' TO DL1O-RPT-FTR-LABEL
054300         MOVE DL1O-PRIOR-ROLLED-COUNT TO DL1O-RPT-FTR-COUNT
054400         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
054500         MOVE 'RECORDS DELETED:    ' TO DL1O-RPT-FTR-LABEL
054600         MOVE DL1O-RECORDS-DELETED TO DL1O-RPT-FTR-COUNT
054700         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
054800         CLOSE DL1-ORP-FILE
054900     END-IF.
055000     IF DL1O-OTG-FILE-OPENED
055100         CLOSE DL1-OTG-FILE
055200     END-IF.
055300     IF DL1O-GEN-FILE-OPENED
055400         CLOSE DL1-GEN-FILE
055500     END-IF.
055600     IF DL1O-RETURN-CODE < 8
055700         DISPLAY 'DL1599I GENERATION SWEEP COMPLETE - '
055800             DL1O-ROLLED-COUNT ' ROLLED OFF, '
055900             DL1O-HELD-COUNT ' HELD'
056000     ELSE
056100         DISPLAY 'DL1599E GENERATION SWEEP FAILED - RETURN-CODE '
056200             DL1O-RETURN-CODE
056300     END-IF.
056400 8000-EXIT.
056500     EXIT.
056600
056700 8050-WRITE-FOOTER-LINE.
056800     MOVE DL1O-RPT-FOOTER-LINE TO DL1-ORP-RECORD.
056900     WRITE DL1-ORP-RECORD.
057000 8050-EXIT.
057100     EXIT.
