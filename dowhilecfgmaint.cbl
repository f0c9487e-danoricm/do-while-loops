000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILECFGMAINT                                  *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    MAINTENANCE TRANSACTION FOR THE CENTRAL CONFIGURATION FILE  *
001000*    (DL1CFG).  UNTIL NOW NOTHING IN THE SUITE MAINTAINED IT AND *
001100*    EVERY CHANGE WAS A RAW EDIT OF THE KEYED FILE, WITH NO      *
001200*    RECORD OF WHO CHANGED WHAT.  THIS PROGRAM GIVES THE         *
001300*    OPERATOR FOUR CONTROLLED ACTIONS:                           *
001400*      LIST    - PRINT EVERY KEY WITH ITS CURRENT VALUE, WHEN IT *
001500*                LAST CHANGED, AND WHICH PROGRAMS READ IT.  A    *
001600*                KNOWN KEY NOT ON THE FILE IS LISTED AS NOT SET  *
001700*                (THE READING PROGRAMS USE THEIR BUILT-IN        *
001800*                DEFAULT).                                       *
001900*      ADD     - WRITE A NEW KEY.                                *
002000*      CHANGE  - REPLACE AN EXISTING KEY'S VALUE.                *
002100*      DELETE  - REMOVE A KEY, RETURNING ITS READERS TO THEIR    *
002200*                BUILT-IN DEFAULT.                               *
002300*    ADD AND CHANGE ACCEPT ONLY THE KEYS THE SUITE READS, AND    *
002400*    ONLY A VALUE INSIDE THE RANGE THE READING PROGRAMS ACCEPT - *
002500*    A VALUE THEY WOULD IGNORE AT STARTUP IS REFUSED HERE        *
002600*    INSTEAD.  EVERY ADD, CHANGE, AND DELETE APPENDS A ROW TO    *
002700*    THE CHANGE LOG (DL1CFL) WITH THE OPERATOR, THE TIMESTAMP,   *
002800*    AND THE OLD AND NEW VALUES, WHETHER OR NOT IT TOOK.         *
002810*    ADD, CHANGE, AND DELETE ARE FIRST CHECKED AGAINST THE       *
002820*    OPERATOR AUTHORIZATION FILE (DL1OPA) THROUGH DOWHILEAUTHCHK.*
002830*    AN OPERATOR WITHOUT CONFIGURATION-CHANGE AUTHORITY IS       *
002840*    REFUSED WITH RETURN-CODE 12; THE REFUSAL IS LOGGED TO       *
002850*    DL1CFL AS DENIED AND ALSO TO THE DENIAL LOG (DL1CKL).       *
002860*    LIST NEEDS NO AUTHORITY.                                    *
002900*                                                                *
003000*    THE PARM IS POSITIONAL: ACTION (8), CONFIGURATION KEY (16), *
003100*    NEW VALUE AS A LEADING-SIGN NINE-DIGIT FIELD (10, ADD AND   *
003200*    CHANGE ONLY), OPERATOR ID (8) - 42 CHARACTERS IN ALL, E.G.  *
003300*    "CHANGE  MONITOR-AGE-DAYS+000000005OPERATOR".               *
003400*                                                                *
003500*    MODIFICATION HISTORY.                                      *
003600*    10/15/2026  DRO  ORIGINAL VERSION.                         *
003610*    10/15/2026  DRO  ADDED ACK-OVERDUE-DAYS (DOWHILEDELIVER).  *
003620*    10/15/2026  DRO  ADDED GEN-KEEP-COUNT (DOWHILEGENCAT).     *
003630*    10/15/2026  DRO  ADD/CHANGE/DELETE NOW REQUIRE CONFIG      *
003640*                     CHANGE AUTHORITY ON DL1OPA; A DENIAL IS   *
003650*                     LOGGED TO DL1CFL AND DL1CKL, RC 12.       *
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.    DoWhileCfgMaint.
004000 AUTHOR.        D. ORIC.
004100 INSTALLATION.  CENTRAL DATA CENTER.
004200 DATE-WRITTEN.  10/15/2026.
004300 DATE-COMPILED.
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800*    CENTRAL CONFIGURATION - LISTED, OR UPDATED IN PLACE.
004900     SELECT DL1-CFG-FILE ASSIGN TO "DL1CFG"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS DL1-CFG-KEY
005300         FILE STATUS IS DL1F-CFG-STATUS.
005400*    CHANGE LOG - ONE ROW APPENDED PER ADD, CHANGE, OR DELETE.
005500     SELECT DL1-CFL-FILE ASSIGN TO "DL1CFL"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS DL1F-CFL-STATUS.
005800*    THIS TRANSACTION'S OWN PRINTED REPORT - NORMALLY TO SYSOUT.
005900     SELECT DL1-FRP-FILE ASSIGN TO "DL1FRPT"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS DL1F-FRP-STATUS.
006110*    DENIAL LOG - ONE ROW APPENDED PER REFUSED ACTION, SHARED
006120*    WITH THE OTHER PROGRAMS THAT CHECK DL1OPA.
006130     SELECT DL1-CKL-FILE ASSIGN TO "DL1CKL"
006140         ORGANIZATION IS SEQUENTIAL
006150         FILE STATUS IS DL1F-CKL-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  DL1-CFG-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DL1CFGR.
006800
006900 FD  DL1-CFL-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DL1CFLR.
007200
007300 FD  DL1-FRP-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DL1FRPR.
007510
007520 FD  DL1-CKL-FILE
007530     LABEL RECORDS ARE STANDARD.
007540     COPY DL1CKLR.
007600
007700 WORKING-STORAGE SECTION.
007800******************************************************************
007900*    PARAMETER AREA - ACTION, TARGET KEY, NEW VALUE (ADD AND     *
008000*    CHANGE ONLY), AND THE OPERATOR ID FOR THE LOG ROW.          *
008100******************************************************************
008200 01  DL1F-PARM-TEXT              PIC X(42) VALUE SPACES.
008300 01  DL1F-PARM-FIELDS REDEFINES DL1F-PARM-TEXT.
008400     05  DL1F-ACTION             PIC X(08).
008500         88  DL1F-ACTION-LIST            VALUE 'LIST    '.
008600         88  DL1F-ACTION-ADD             VALUE 'ADD     '.
008700         88  DL1F-ACTION-CHANGE          VALUE 'CHANGE  '.
008800         88  DL1F-ACTION-DELETE          VALUE 'DELETE  '.
008900     05  DL1F-TARGET-KEY         PIC X(16).
009000     05  DL1F-NEW-VALUE          PIC S9(9) SIGN LEADING SEPARATE.
009100     05  DL1F-OPERATOR-ID        PIC X(08).
009200
009300******************************************************************
009400*    KNOWN-KEY TABLE - EVERY KEY THE SUITE READS, THE RANGE THE  *
009500*    READING PROGRAMS ACCEPT AT STARTUP, AND WHO READS IT.  A    *
009600*    NEW KEY IN ANY PROGRAM'S CONFIGURATION LOAD MUST BE ADDED   *
009700*    HERE (AND TO THE LIST IN DL1CFGR) BEFORE IT CAN BE SET.     *
009800******************************************************************
009900 01  DL1F-KEY-LIMIT              PIC 9(04) VALUE 8.
010000 01  DL1F-KEY-TABLE-TEXT.
010100     05  FILLER                  PIC X(16) VALUE 'RPT-LINES-PAGE'.
010200     05  FILLER                  PIC 9(09) VALUE 1.
010300     05  FILLER                  PIC 9(09) VALUE 9999.
010400     05  FILLER                  PIC X(35) VALUE
010500             'DOWHILELOOP/MONITOR/TREND/DAILY'.
010600     05  FILLER                  PIC X(16) VALUE 'EXC-LIMIT'.
010700     05  FILLER                  PIC 9(09) VALUE 1.
010800     05  FILLER                  PIC 9(09) VALUE 200.
010900     05  FILLER                  PIC X(35) VALUE 'DOWHILELOOP'.
011000     05  FILLER                  PIC X(16) VALUE
011100             'MONITOR-AGE-DAYS'.
011200     05  FILLER                  PIC 9(09) VALUE 0.
011300     05  FILLER                  PIC 9(09) VALUE 999999999.
011400     05  FILLER                  PIC X(35) VALUE 'DOWHILEMONITOR'.
011500     05  FILLER                  PIC X(16) VALUE 'ESCALATE-DAYS'.
011600     05  FILLER                  PIC 9(09) VALUE 1.
011700     05  FILLER                  PIC 9(09) VALUE 999999999.
011800     05  FILLER                  PIC X(35) VALUE 'DOWHILEMONITOR'.
011900     05  FILLER                  PIC X(16) VALUE
012000             'TREND-RUNS-SHOWN'.
012100     05  FILLER                  PIC 9(09) VALUE 1.
012200     05  FILLER                  PIC 9(09) VALUE 999999999.
012300     05  FILLER                  PIC X(35) VALUE 'DOWHILETREND'.
012400     05  FILLER                  PIC X(16) VALUE 'TREND-SLOW-PCT'.
012500     05  FILLER                  PIC 9(09) VALUE 1.
012600     05  FILLER                  PIC 9(09) VALUE 999999999.
012700     05  FILLER                  PIC X(35) VALUE 'DOWHILETREND'.
012710     05  FILLER                  PIC X(16) VALUE
012720             'ACK-OVERDUE-DAYS'.
012730     05  FILLER                  PIC 9(09) VALUE 1.
012740     05  FILLER                  PIC 9(09) VALUE 999999999.
012750     05  FILLER                  PIC X(35) VALUE 'DOWHILEDELIVER'.
012760     05  FILLER                  PIC X(16) VALUE 'GEN-KEEP-COUNT'.
012770     05  FILLER                  PIC 9(09) VALUE 1.
012780     05  FILLER                  PIC 9(09) VALUE 999999999.
012790     05  FILLER                  PIC X(35) VALUE 'DOWHILEGENCAT'.
012800 01  DL1F-KEY-TABLE REDEFINES DL1F-KEY-TABLE-TEXT.
012900     05  DL1F-KEY-ENTRY OCCURS 8 TIMES.
013000         10  DL1F-TBL-KEY        PIC X(16).
013100         10  DL1F-TBL-MINIMUM    PIC 9(09).
013200         10  DL1F-TBL-MAXIMUM    PIC 9(09).
013300         10  DL1F-TBL-READERS    PIC X(35).
013400*    SET AS EACH KNOWN KEY IS FOUND ON THE FILE DURING A LISTING,
013500*    SO THE ONES NEVER SET CAN BE LISTED AFTER THE FILE IS READ.
013600 01  DL1F-KEY-FOUND-TABLE.
013700     05  DL1F-TBL-FOUND          PIC X(01) OCCURS 8 TIMES.
013800
013900 01  DL1F-SUB-1                  PIC 9(04) VALUE ZERO.
014000 01  DL1F-MATCH-SUB              PIC 9(04) VALUE ZERO.
014100 01  DL1F-LISTED-COUNT           PIC 9(09) VALUE ZERO.
014200 01  DL1F-NOT-SET-COUNT          PIC 9(09) VALUE ZERO.
014300 01  DL1F-OLD-VALUE              PIC S9(9) VALUE ZERO.
014400 01  DL1F-RETURN-CODE            PIC 9(04) VALUE ZERO.
014500 01  DL1F-ERROR-MSG              PIC X(60) VALUE SPACES.
014600 01  DL1F-CURRENT-DATE           PIC 9(08) VALUE ZERO.
014700 01  DL1F-CURRENT-TIME           PIC 9(08) VALUE ZERO.
014800 01  DL1F-CURRENT-TIME-SPLIT REDEFINES DL1F-CURRENT-TIME.
014900     05  DL1F-CURRENT-HHMMSS     PIC 9(06).
015000     05  FILLER                  PIC 9(02).
015100 01  DL1F-LOG-RESULT             PIC X(08) VALUE SPACES.
015200 01  DL1F-CFG-STATUS             PIC XX.
015300 01  DL1F-CFL-STATUS             PIC XX.
015400 01  DL1F-FRP-STATUS             PIC XX.
015410 01  DL1F-CKL-STATUS             PIC XX.
015420
015430*    CALL AREA FOR THE AUTHORIZATION CHECK (DOWHILEAUTHCHK).
015440     COPY DL1OPCR.
015500
015600 01  DL1F-SWITCHES.
015700     05  DL1F-EOF-SWITCH         PIC X(01) VALUE 'N'.
015800         88  DL1F-END-OF-CFG            VALUE 'Y'.
015900     05  DL1F-CFG-OPEN-SWITCH    PIC X(01) VALUE 'N'.
016000         88  DL1F-CFG-FILE-OPENED       VALUE 'Y'.
016100     05  DL1F-MATCH-SWITCH       PIC X(01) VALUE 'N'.
016200         88  DL1F-KEY-MATCHED           VALUE 'Y'.
016300
016400******************************************************************
016500*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
016600******************************************************************
016700 01  DL1F-RPT-LINE-COUNT         PIC 9(04) VALUE ZERO.
016800 01  DL1F-RPT-LINES-PER-PAGE     PIC 9(04) VALUE 50.
016900 01  DL1F-RPT-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
017000
017100 01  DL1F-RPT-HEADING-1.
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  FILLER                  PIC X(31) VALUE
017400             'DOWHILECFGMAINT - CONFIGURATION'.
017500     05  FILLER                  PIC X(03) VALUE SPACES.
017600     05  FILLER                  PIC X(05) VALUE 'DATE:'.
017700     05  DL1F-RPT-H1-DATE        PIC 9(08).
017800     05  FILLER                  PIC X(05) VALUE SPACES.
017900     05  FILLER                  PIC X(05) VALUE 'PAGE:'.
018000     05  DL1F-RPT-H1-PAGE        PIC ZZZ9.
018100     05  FILLER                  PIC X(18) VALUE SPACES.
018200
018300 01  DL1F-RPT-HEADING-2.
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  FILLER                  PIC X(07) VALUE 'ACTION='.
018600     05  DL1F-RPT-H2-ACTION      PIC X(08).
018700     05  FILLER                  PIC X(03) VALUE SPACES.
018800     05  FILLER                  PIC X(09) VALUE 'OPERATOR='.
018900     05  DL1F-RPT-H2-OPERATOR    PIC X(08).
019000     05  FILLER                  PIC X(44) VALUE SPACES.
019100
019200 01  DL1F-RPT-COLUMN-HEADING.
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  FILLER                  PIC X(17) VALUE 'KEY'.
019500     05  FILLER                  PIC X(11) VALUE '     VALUE'.
019600     05  FILLER                  PIC X(09) VALUE 'CHANGED'.
019700     05  FILLER                  PIC X(07) VALUE 'HHMMSS'.
019800     05  FILLER                  PIC X(35) VALUE 'READ BY'.
019900
020000 01  DL1F-RPT-DETAIL-LINE.
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  DL1F-RPT-DTL-KEY        PIC X(16).
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  DL1F-RPT-DTL-VALUE      PIC -ZZZZZZZZ9.
020500     05  DL1F-RPT-DTL-VALUE-X REDEFINES DL1F-RPT-DTL-VALUE
020600                                 PIC X(10).
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  DL1F-RPT-DTL-DATE       PIC 9(08).
020900     05  DL1F-RPT-DTL-DATE-X REDEFINES DL1F-RPT-DTL-DATE
021000                                 PIC X(08).
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  DL1F-RPT-DTL-TIME       PIC 9(06).
021300     05  DL1F-RPT-DTL-TIME-X REDEFINES DL1F-RPT-DTL-TIME
021400                                 PIC X(06).
021500     05  FILLER                  PIC X(01) VALUE SPACE.
021600     05  DL1F-RPT-DTL-READERS    PIC X(35).
021700
021800 01  DL1F-RPT-ACTION-LINE.
021900     05  FILLER                  PIC X(01) VALUE SPACE.
022000     05  DL1F-RPT-ACT-TEXT       PIC X(30).
022100     05  DL1F-RPT-ACT-KEY        PIC X(16).
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  DL1F-RPT-ACT-OLD        PIC -ZZZZZZZZ9.
022400     05  FILLER                  PIC X(01) VALUE SPACE.
022500     05  DL1F-RPT-ACT-NEW        PIC -ZZZZZZZZ9.
022600     05  FILLER                  PIC X(11) VALUE SPACES.
022700
022800 01  DL1F-RPT-FOOTER-LINE.
022900     05  FILLER                  PIC X(01) VALUE SPACE.
023000     05  DL1F-RPT-FTR-LABEL      PIC X(20).
023100     05  DL1F-RPT-FTR-COUNT      PIC ZZZZZZZZ9.
023200     05  FILLER                  PIC X(50) VALUE SPACES.
023300
023400 PROCEDURE DIVISION.
023500******************************************************************
023600*    0000-MAINLINE - VALIDATE THE PARM, CARRY OUT THE ONE        *
023700*    REQUESTED ACTION, LOG ANY CHANGE, AND CLOSE OUT.            *
023800******************************************************************
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024100     IF DL1F-RETURN-CODE NOT = ZERO
024200         GO TO 0000-MAINLINE-EXIT
024300     END-IF.
024400     IF DL1F-ACTION-LIST
024500         PERFORM 3000-LIST-CONFIGURATION THRU 3000-EXIT
024600         GO TO 0000-MAINLINE-EXIT
024700     END-IF.
024710     PERFORM 2200-CHECK-AUTHORITY THRU 2200-EXIT.
024720     IF DL1F-RETURN-CODE NOT = ZERO
024730         PERFORM 7500-WRITE-LOG-ROW THRU 7500-EXIT
024740         GO TO 0000-MAINLINE-EXIT
024750     END-IF.
024800     IF DL1F-ACTION-ADD
024900         PERFORM 4000-ADD-KEY THRU 4000-EXIT
025000     END-IF.
025100     IF DL1F-ACTION-CHANGE
025200         PERFORM 5000-CHANGE-KEY THRU 5000-EXIT
025300     END-IF.
025400     IF DL1F-ACTION-DELETE
025500         PERFORM 6000-DELETE-KEY THRU 6000-EXIT
025600     END-IF.
025700     PERFORM 7500-WRITE-LOG-ROW THRU 7500-EXIT.
025800 0000-MAINLINE-EXIT.
025900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
026000     MOVE DL1F-RETURN-CODE TO RETURN-CODE.
026100     GOBACK.
026200
026300******************************************************************
026400*    1000-INITIALIZE - VALIDATE THE PARM AND OPEN THE FILES.     *
026500*    EVERY ACTION NEEDS AN OPERATOR ID; ADD, CHANGE, AND DELETE  *
026600*    NEED A KEY, AND ADD AND CHANGE NEED A NUMERIC VALUE.  NO    *
026700*    DL1CFG YET IS NORMAL FOR A LISTING (EVERY KEY IS AT ITS     *
026800*    DEFAULT) AND FOR AN ADD (THE FILE IS CREATED); FOR CHANGE   *
026900*    AND DELETE IT IS AN ERROR.                                  *
027000******************************************************************
027100 1000-INITIALIZE.
027200     ACCEPT DL1F-CURRENT-DATE FROM DATE YYYYMMDD.
027300     ACCEPT DL1F-CURRENT-TIME FROM TIME.
027400     ACCEPT DL1F-PARM-TEXT FROM COMMAND-LINE.
027500     IF NOT DL1F-ACTION-LIST
027600         AND NOT DL1F-ACTION-ADD
027700         AND NOT DL1F-ACTION-CHANGE
027800         AND NOT DL1F-ACTION-DELETE
027900         MOVE 16 TO DL1F-RETURN-CODE
028000         MOVE 'DL1920E ACTION MUST BE LIST/ADD/CHANGE/DELETE.'
028100             TO DL1F-ERROR-MSG
028200         DISPLAY DL1F-ERROR-MSG
028300         GO TO 1000-EXIT
028400     END-IF.
028500     IF DL1F-OPERATOR-ID = SPACES
028600         MOVE 16 TO DL1F-RETURN-CODE
028700         MOVE 'DL1921E OPERATOR ID IS REQUIRED FOR THE LOG.'
028800             TO DL1F-ERROR-MSG
028900         DISPLAY DL1F-ERROR-MSG
029000         GO TO 1000-EXIT
029100     END-IF.
029200     IF NOT DL1F-ACTION-LIST
029300         AND DL1F-TARGET-KEY = SPACES
029400         MOVE 16 TO DL1F-RETURN-CODE
029500         MOVE 'DL1922E A CONFIGURATION KEY IS REQUIRED.'
029600             TO DL1F-ERROR-MSG
029700         DISPLAY DL1F-ERROR-MSG
029800         GO TO 1000-EXIT
029900     END-IF.
030000     IF (DL1F-ACTION-ADD OR DL1F-ACTION-CHANGE)
030100         AND DL1F-NEW-VALUE NOT NUMERIC
030200         MOVE 16 TO DL1F-RETURN-CODE
030300         MOVE 'DL1923E ADD AND CHANGE NEED A NUMERIC NEW VALUE.'
030400             TO DL1F-ERROR-MSG
030500         DISPLAY DL1F-ERROR-MSG
030600         GO TO 1000-EXIT
030700     END-IF.
030800     OPEN OUTPUT DL1-FRP-FILE.
030900     IF DL1F-FRP-STATUS NOT = '00'
031000         MOVE 16 TO DL1F-RETURN-CODE
031100         DISPLAY 'DL1924E UNABLE TO OPEN DL1FRPT, STATUS='
031200             DL1F-FRP-STATUS
031300         GO TO 1000-EXIT
031400     END-IF.
031500     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
031600     OPEN I-O DL1-CFG-FILE.
031700     IF DL1F-CFG-STATUS = '35'
031800         IF DL1F-ACTION-LIST
031900             DISPLAY 'DL1935I NO DL1CFG - ALL KEYS AT DEFAULT'
032000             GO TO 1000-EXIT
032100         END-IF
032200         IF DL1F-ACTION-ADD
032300             OPEN OUTPUT DL1-CFG-FILE
032400             CLOSE DL1-CFG-FILE
032500             OPEN I-O DL1-CFG-FILE
032600         END-IF
032700     END-IF.
032800     IF DL1F-CFG-STATUS NOT = '00'
032900         MOVE 16 TO DL1F-RETURN-CODE
033000         DISPLAY 'DL1925E UNABLE TO OPEN DL1CFG, STATUS='
033100             DL1F-CFG-STATUS
033200     ELSE
033300         SET DL1F-CFG-FILE-OPENED TO TRUE
033400     END-IF.
033500 1000-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    2000-FIND-KEY - LOOK THE GIVEN KEY UP IN THE KNOWN-KEY      *
034000*    TABLE.  DL1F-MATCH-SUB IS ITS ENTRY, OR ZERO IF THE SUITE   *
034100*    DOES NOT READ IT.                                           *
034200******************************************************************
034300 2000-FIND-KEY.
034400     MOVE ZERO TO DL1F-MATCH-SUB.
034500     MOVE 'N'  TO DL1F-MATCH-SWITCH.
034600     PERFORM 2010-MATCH-KEY THRU 2010-EXIT
034700         VARYING DL1F-SUB-1 FROM 1 BY 1
034800         UNTIL DL1F-SUB-1 > DL1F-KEY-LIMIT
034900             OR DL1F-KEY-MATCHED.
035000 2000-EXIT.
035100     EXIT.
035200
035300 2010-MATCH-KEY.
035400     IF DL1F-TBL-KEY (DL1F-SUB-1) = DL1-CFG-KEY
035500         SET DL1F-KEY-MATCHED TO TRUE
035600         MOVE DL1F-SUB-1 TO DL1F-MATCH-SUB
035700     END-IF.
035800 2010-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200*    2100-CHECK-NEW-VALUE - AN ADD OR CHANGE MUST NAME A KEY THE *
036300*    SUITE READS, WITH A VALUE INSIDE THE RANGE ITS READERS      *
036400*    ACCEPT.  ANYTHING ELSE WOULD BE IGNORED AT STARTUP, SO IT   *
036500*    IS REFUSED HERE.                                            *
036600******************************************************************
036700 2100-CHECK-NEW-VALUE.
036800     MOVE DL1F-TARGET-KEY TO DL1-CFG-KEY.
036900     PERFORM 2000-FIND-KEY THRU 2000-EXIT.
037000     IF DL1F-MATCH-SUB = ZERO
037100         MOVE 8 TO DL1F-RETURN-CODE
037200         MOVE 'FAILED  ' TO DL1F-LOG-RESULT
037300         DISPLAY 'DL1926E ' DL1F-TARGET-KEY
037400             ' IS NOT A KEY ANY PROGRAM READS'
037500         GO TO 2100-EXIT
037600     END-IF.
037700     IF DL1F-NEW-VALUE < DL1F-TBL-MINIMUM (DL1F-MATCH-SUB)
037800         OR DL1F-NEW-VALUE > DL1F-TBL-MAXIMUM (DL1F-MATCH-SUB)
037900         MOVE 8 TO DL1F-RETURN-CODE
038000         MOVE 'FAILED  ' TO DL1F-LOG-RESULT
038100         DISPLAY 'DL1927E NEW VALUE ' DL1F-NEW-VALUE
038200             ' IS OUTSIDE THE RANGE FOR ' DL1F-TARGET-KEY
038300         DISPLAY 'DL1927E ALLOWED RANGE IS '
038400             DL1F-TBL-MINIMUM (DL1F-MATCH-SUB) ' THRU '
038500             DL1F-TBL-MAXIMUM (DL1F-MATCH-SUB)
038600     END-IF.
038700 2100-EXIT.
038800     EXIT.
038802
038804******************************************************************
038806*    2200-CHECK-AUTHORITY - ADD, CHANGE, AND DELETE NEED         *
038808*    CONFIGURATION-CHANGE AUTHORITY ON DL1OPA.  THERE IS NO      *
038810*    SCOPE TO MATCH - THE FUNCTION COVERS EVERY KEY.  A DENIAL   *
038812*    IS RETURN-CODE 12 AND GOES TO THE DENIAL LOG AS WELL AS     *
038814*    DL1CFL; A FILE THAT CANNOT BE READ IS A SETUP ERROR.        *
038816******************************************************************
038818 2200-CHECK-AUTHORITY.
038820     MOVE DL1F-OPERATOR-ID TO DL1-OPC-OPERATOR-ID.
038822     SET DL1-OPC-CFG-CHANGE TO TRUE.
038824     MOVE SPACES TO DL1-OPC-TARGET-NAME.
038826     MOVE 'N' TO DL1-OPC-RANGE-SWITCH.
038828     MOVE ZERO TO DL1-OPC-RANGE-LOW DL1-OPC-RANGE-HIGH.
038830     CALL 'DoWhileAuthChk' USING DL1-OPC-AREA.
038832     IF DL1-OPC-GRANTED
038834         GO TO 2200-EXIT
038836     END-IF.
038838     IF DL1-OPC-UNAVAILABLE
038840         MOVE 16 TO DL1F-RETURN-CODE
038842         MOVE 'FAILED  ' TO DL1F-LOG-RESULT
038844         DISPLAY 'DL1937E UNABLE TO CHECK AUTHORIZATION - '
038846             DL1-OPC-REASON
038848         GO TO 2200-EXIT
038850     END-IF.
038852     MOVE 12 TO DL1F-RETURN-CODE.
038854     MOVE 'DENIED  ' TO DL1F-LOG-RESULT.
038856     DISPLAY 'DL1936E OPERATOR ' DL1F-OPERATOR-ID
038858         ' NOT AUTHORIZED TO ' DL1F-ACTION
038860         DL1F-TARGET-KEY ' - ' DL1-OPC-REASON.
038862     PERFORM 7600-WRITE-DENIAL-ROW THRU 7600-EXIT.
038864 2200-EXIT.
038866     EXIT.
038900
039000******************************************************************
039100*    3000-LIST-CONFIGURATION - ONE DETAIL LINE PER KEY ON THE    *
039200*    FILE, IN KEY ORDER, THEN ONE PER KNOWN KEY THE FILE DOES    *
039300*    NOT HOLD.                                                   *
039400******************************************************************
039500 3000-LIST-CONFIGURATION.
039600     MOVE ALL 'N' TO DL1F-KEY-FOUND-TABLE.
039700     IF DL1F-CFG-FILE-OPENED
039800         PERFORM UNTIL DL1F-END-OF-CFG
039900             READ DL1-CFG-FILE NEXT RECORD
040000                 AT END
040100                     SET DL1F-END-OF-CFG TO TRUE
040200                 NOT AT END
040300                     PERFORM 3100-LIST-ONE-KEY THRU 3100-EXIT
040400             END-READ
040500         END-PERFORM
040600     END-IF.
040700     PERFORM 3200-LIST-NOT-SET THRU 3200-EXIT
040800         VARYING DL1F-SUB-1 FROM 1 BY 1
040900         UNTIL DL1F-SUB-1 > DL1F-KEY-LIMIT.
041000 3000-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400*    3100-LIST-ONE-KEY - A KEY ON THE FILE.  A VALUE OR CHANGE   *
041500*    STAMP THAT IS NOT NUMERIC (A HAND EDIT, OR A RECORD WRITTEN *
041600*    BEFORE THE STAMP EXISTED) IS SHOWN AS SUCH, NOT AS GARBAGE. *
041700******************************************************************
041800 3100-LIST-ONE-KEY.
041900     ADD 1 TO DL1F-LISTED-COUNT.
042000     PERFORM 2000-FIND-KEY THRU 2000-EXIT.
042100     MOVE SPACES TO DL1F-RPT-DETAIL-LINE.
042200     MOVE DL1-CFG-KEY TO DL1F-RPT-DTL-KEY.
042300     IF DL1-CFG-VALUE IS NUMERIC
042400         MOVE DL1-CFG-VALUE TO DL1F-RPT-DTL-VALUE
042500     ELSE
042600         MOVE '   INVALID' TO DL1F-RPT-DTL-VALUE-X
042700     END-IF.
042800     IF DL1-CFG-CHANGED-DATE IS NUMERIC
042900         AND DL1-CFG-CHANGED-TIME IS NUMERIC
043000         MOVE DL1-CFG-CHANGED-DATE TO DL1F-RPT-DTL-DATE
043100         MOVE DL1-CFG-CHANGED-TIME TO DL1F-RPT-DTL-TIME
043200     ELSE
043300         MOVE 'UNKNOWN' TO DL1F-RPT-DTL-DATE-X
043400     END-IF.
043500     IF DL1F-MATCH-SUB = ZERO
043600         MOVE 'NOT READ BY ANY PROGRAM' TO DL1F-RPT-DTL-READERS
043700     ELSE
043800         MOVE 'Y' TO DL1F-TBL-FOUND (DL1F-MATCH-SUB)
043900         MOVE DL1F-TBL-READERS (DL1F-MATCH-SUB)
044000             TO DL1F-RPT-DTL-READERS
044100     END-IF.
044200     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
044300 3100-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700*    3200-LIST-NOT-SET - A KNOWN KEY THE FILE DOES NOT HOLD.     *
044800*    ITS READERS ARE RUNNING ON THEIR BUILT-IN DEFAULT.          *
044900******************************************************************
045000 3200-LIST-NOT-SET.
045100     IF DL1F-TBL-FOUND (DL1F-SUB-1) = 'Y'
045200         GO TO 3200-EXIT
045300     END-IF.
045400     ADD 1 TO DL1F-NOT-SET-COUNT.
045500     MOVE SPACES TO DL1F-RPT-DETAIL-LINE.
045600     MOVE DL1F-TBL-KEY (DL1F-SUB-1) TO DL1F-RPT-DTL-KEY.
045700     MOVE '   NOT SET' TO DL1F-RPT-DTL-VALUE-X.
045800     MOVE 'DEFAULT'    TO DL1F-RPT-DTL-DATE-X.
045900     MOVE DL1F-TBL-READERS (DL1F-SUB-1) TO DL1F-RPT-DTL-READERS.
046000     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
046100 3200-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    4000-ADD-KEY - WRITE A KEY THE FILE DOES NOT YET HOLD.  A   *
046600*    KEY ALREADY THERE IS REFUSED - CHANGE IS THE ACTION THAT    *
046700*    REPLACES A VALUE, SO THE LOG SHOWS WHAT IT REPLACED.        *
046800******************************************************************
046900 4000-ADD-KEY.
047000     PERFORM 2100-CHECK-NEW-VALUE THRU 2100-EXIT.
047100     IF DL1F-RETURN-CODE NOT = ZERO
047200         GO TO 4000-EXIT
047300     END-IF.
047400     MOVE SPACES               TO DL1-CFG-RECORD.
047500     MOVE DL1F-TARGET-KEY      TO DL1-CFG-KEY.
047600     MOVE DL1F-NEW-VALUE       TO DL1-CFG-VALUE.
047700     MOVE DL1F-CURRENT-DATE    TO DL1-CFG-CHANGED-DATE.
047800     MOVE DL1F-CURRENT-HHMMSS  TO DL1-CFG-CHANGED-TIME.
047900     WRITE DL1-CFG-RECORD
048000         INVALID KEY
048100             MOVE 8 TO DL1F-RETURN-CODE
048200             MOVE 'FAILED  ' TO DL1F-LOG-RESULT
048300             DISPLAY 'DL1928E ' DL1F-TARGET-KEY
048400                 ' IS ALREADY ON DL1CFG - USE CHANGE'
048500             GO TO 4000-EXIT
048600     END-WRITE.
048700     MOVE 'OK      ' TO DL1F-LOG-RESULT.
048800     MOVE 'CONFIGURATION KEY ADDED:      ' TO DL1F-RPT-ACT-TEXT.
048900     PERFORM 7200-WRITE-ACTION-LINE THRU 7200-EXIT.
049000     DISPLAY 'DL1932I ' DL1F-TARGET-KEY ' ADDED, VALUE '
049100         DL1F-NEW-VALUE.
049200 4000-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600*    5000-CHANGE-KEY - REPLACE THE VALUE OF A KEY ALREADY ON THE *
049700*    FILE, KEEPING THE OLD VALUE FOR THE LOG.                    *
049800******************************************************************
049900 5000-CHANGE-KEY.
050000     PERFORM 2100-CHECK-NEW-VALUE THRU 2100-EXIT.
050100     IF DL1F-RETURN-CODE NOT = ZERO
050200         GO TO 5000-EXIT
050300     END-IF.
050400     MOVE DL1F-TARGET-KEY TO DL1-CFG-KEY.
050500     READ DL1-CFG-FILE
050600         INVALID KEY
050700             MOVE 8 TO DL1F-RETURN-CODE
050800             MOVE 'FAILED  ' TO DL1F-LOG-RESULT
050900             DISPLAY 'DL1929E ' DL1F-TARGET-KEY
051000                 ' IS NOT ON DL1CFG - USE ADD'
051100             GO TO 5000-EXIT
051200     END-READ.
051300     IF DL1-CFG-VALUE IS NUMERIC
051400         MOVE DL1-CFG-VALUE TO DL1F-OLD-VALUE
051500     END-IF.
051600     MOVE DL1F-NEW-VALUE       TO DL1-CFG-VALUE.
051700     MOVE DL1F-CURRENT-DATE    TO DL1-CFG-CHANGED-DATE.
051800     MOVE DL1F-CURRENT-HHMMSS  TO DL1-CFG-CHANGED-TIME.
051900     REWRITE DL1-CFG-RECORD
052000         INVALID KEY
052100             MOVE 8 TO DL1F-RETURN-CODE
052200             MOVE 'FAILED  ' TO DL1F-LOG-RESULT
052300             DISPLAY 'DL1930E REWRITE FAILED FOR KEY '
052400                 DL1F-TARGET-KEY ' STATUS=' DL1F-CFG-STATUS
052500             GO TO 5000-EXIT
052600     END-REWRITE.
052700     MOVE 'OK      ' TO DL1F-LOG-RESULT.
052800     MOVE 'CONFIGURATION KEY CHANGED:    ' TO DL1F-RPT-ACT-TEXT.
052900     PERFORM 7200-WRITE-ACTION-LINE THRU 7200-EXIT.
053000     DISPLAY 'DL1933I ' DL1F-TARGET-KEY ' CHANGED FROM '
053100         DL1F-OLD-VALUE ' TO ' DL1F-NEW-VALUE.
053200 5000-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600*    6000-DELETE-KEY - REMOVE ONE KEY, RETURNING ITS READERS TO  *
053700*    THEIR BUILT-IN DEFAULT.  ANY KEY MAY BE DELETED, KNOWN OR   *
053800*    NOT, SO A STRAY HAND-EDITED KEY CAN BE CLEARED.  THE RECORD *
053900*    IS READ FIRST SO THE LOG CAN SAY WHAT VALUE WAS REMOVED.    *
054000******************************************************************
054100 6000-DELETE-KEY.
054200     MOVE DL1F-TARGET-KEY TO DL1-CFG-KEY.
054300     READ DL1-CFG-FILE
054400         INVALID KEY
054500             MOVE 8 TO DL1F-RETURN-CODE
054600             MOVE 'FAILED  ' TO DL1F-LOG-RESULT
054700             DISPLAY 'DL1929E ' DL1F-TARGET-KEY
054800                 ' IS NOT ON DL1CFG'
054900             GO TO 6000-EXIT
055000     END-READ.
055100     IF DL1-CFG-VALUE IS NUMERIC
055200         MOVE DL1-CFG-VALUE TO DL1F-OLD-VALUE
055300     END-IF.
055400     DELETE DL1-CFG-FILE RECORD
055500         INVALID KEY
055600             MOVE 8 TO DL1F-RETURN-CODE
055700             MOVE 'FAILED  ' TO DL1F-LOG-RESULT
055800             DISPLAY 'DL1930E DELETE FAILED FOR KEY '
055900                 DL1F-TARGET-KEY ' STATUS=' DL1F-CFG-STATUS
056000             GO TO 6000-EXIT
056100     END-DELETE.
056200     MOVE 'OK      ' TO DL1F-LOG-RESULT.
056300     MOVE ZERO TO DL1F-NEW-VALUE.
056400     MOVE 'CONFIGURATION KEY DELETED:    ' TO DL1F-RPT-ACT-TEXT.
056500     PERFORM 7200-WRITE-ACTION-LINE THRU 7200-EXIT.
056600     DISPLAY 'DL1934I ' DL1F-TARGET-KEY ' DELETED, WAS '
056700         DL1F-OLD-VALUE.
056800 6000-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200*    7000-WRITE-REPORT-LINE - ONE DETAIL LINE, FORCING A NEW     *
057300*    PAGE HEADING EVERY DL1F-RPT-LINES-PER-PAGE LINES.           *
057400******************************************************************
057500 7000-WRITE-REPORT-LINE.
057600     IF DL1F-RPT-LINE-COUNT >= DL1F-RPT-LINES-PER-PAGE
057700         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
057800     END-IF.
057900     MOVE DL1F-RPT-DETAIL-LINE TO DL1-FRP-RECORD.
058000     WRITE DL1-FRP-RECORD.
058100     ADD 1 TO DL1F-RPT-LINE-COUNT.
058200 7000-EXIT.
058300     EXIT.
058400
058500 7100-WRITE-REPORT-HEADING.
058600     ADD 1 TO DL1F-RPT-PAGE-NUMBER.
058700     MOVE DL1F-CURRENT-DATE    TO DL1F-RPT-H1-DATE.
058800     MOVE DL1F-RPT-PAGE-NUMBER TO DL1F-RPT-H1-PAGE.
058900     MOVE DL1F-RPT-HEADING-1   TO DL1-FRP-RECORD.
059000     WRITE DL1-FRP-RECORD.
059100     MOVE DL1F-ACTION          TO DL1F-RPT-H2-ACTION.
059200     MOVE DL1F-OPERATOR-ID     TO DL1F-RPT-H2-OPERATOR.
059300     MOVE DL1F-RPT-HEADING-2   TO DL1-FRP-RECORD.
059400     WRITE DL1-FRP-RECORD.
059500     MOVE DL1F-RPT-COLUMN-HEADING TO DL1-FRP-RECORD.
059600     WRITE DL1-FRP-RECORD.
059700     MOVE ZERO TO DL1F-RPT-LINE-COUNT.
059800 7100-EXIT.
059900     EXIT.
060000
060100 7200-WRITE-ACTION-LINE.
060200     MOVE DL1F-TARGET-KEY  TO DL1F-RPT-ACT-KEY.
060300     MOVE DL1F-OLD-VALUE   TO DL1F-RPT-ACT-OLD.
060400     MOVE DL1F-NEW-VALUE   TO DL1F-RPT-ACT-NEW.
060500     MOVE DL1F-RPT-ACTION-LINE TO DL1-FRP-RECORD.
060600     WRITE DL1-FRP-RECORD.
060700 7200-EXIT.
060800     EXIT.
060900
061000******************************************************************
061100*    7500-WRITE-LOG-ROW - ONE ROW PER ADD, CHANGE, OR DELETE     *
061200*    SAYING WHO DID WHAT AND WHEN, THE VALUE BEFORE AND AFTER,   *
061300*    AND WHETHER IT TOOK.  A REFUSED CHANGE CARRIES THE VALUE    *
061400*    THAT WAS ASKED FOR.  THE LOG IS CREATED ON FIRST USE THE    *
061500*    SAME WAY THE AUDIT TRAIL IS.                                *
061600******************************************************************
061700 7500-WRITE-LOG-ROW.
061800     OPEN EXTEND DL1-CFL-FILE.
061900     IF DL1F-CFL-STATUS = '35'
062000         OPEN OUTPUT DL1-CFL-FILE
062100         CLOSE DL1-CFL-FILE
062200         OPEN EXTEND DL1-CFL-FILE
062300     END-IF.
062400     IF DL1F-CFL-STATUS NOT = '00'
062500         MOVE 8 TO DL1F-RETURN-CODE
062600         DISPLAY 'DL1931E UNABLE TO OPEN DL1CFL, STATUS='
062700             DL1F-CFL-STATUS
062800         GO TO 7500-EXIT
062900     END-IF.
063000     MOVE SPACES            TO DL1-CFL-RECORD.
063100     MOVE DL1F-OPERATOR-ID  TO DL1-CFL-OPERATOR-ID.
063200     MOVE DL1F-CURRENT-DATE TO DL1-CFL-RUN-DATE.
063300     MOVE DL1F-CURRENT-TIME TO DL1-CFL-RUN-TIME.
063400     MOVE DL1F-ACTION       TO DL1-CFL-ACTION.
063500     MOVE DL1F-TARGET-KEY   TO DL1-CFL-CFG-KEY.
063600     MOVE DL1F-OLD-VALUE    TO DL1-CFL-OLD-VALUE.
063700     IF DL1F-ACTION-DELETE
063800         MOVE ZERO TO DL1-CFL-NEW-VALUE
063900     ELSE
064000         MOVE DL1F-NEW-VALUE TO DL1-CFL-NEW-VALUE
064100     END-IF.
064200     MOVE DL1F-LOG-RESULT   TO DL1-CFL-RESULT.
064300     WRITE DL1-CFL-RECORD.
064400     CLOSE DL1-CFL-FILE.
064500 7500-EXIT.
064600     EXIT.
064602
064604******************************************************************
064606*    7600-WRITE-DENIAL-ROW - A REFUSED ADD, CHANGE, OR DELETE    *
064608*    ALSO GOES TO THE DENIAL LOG (DL1CKL) THE CHECKPOINT UTILITY *
064610*    KEEPS, SO EVERY AUTHORIZATION DENIAL IN THE SUITE IS IN ONE *
064612*    PLACE.  THE ACTION IS CFGADD, CFGCHG, OR CFGDEL AND THE KEY *
064614*    IS THE FIRST EIGHT CHARACTERS OF THE CONFIGURATION KEY.  A  *
064616*    LOG THAT WILL NOT OPEN IS REPORTED BUT DOES NOT CHANGE THE  *
064618*    RETURN-CODE - THE DENIAL ITSELF IS THE RESULT.              *
064620******************************************************************
064622 7600-WRITE-DENIAL-ROW.
064624     OPEN EXTEND DL1-CKL-FILE.
064626     IF DL1F-CKL-STATUS = '35'
064628         OPEN OUTPUT DL1-CKL-FILE
064630         CLOSE DL1-CKL-FILE
064632         OPEN EXTEND DL1-CKL-FILE
064634     END-IF.
064636     IF DL1F-CKL-STATUS NOT = '00'
064638         DISPLAY 'DL1919E UNABLE TO OPEN DL1CKL, STATUS='
064640             DL1F-CKL-STATUS
064642         GO TO 7600-EXIT
064644     END-IF.
064646     MOVE SPACES            TO DL1-CKL-RECORD.
064648     MOVE DL1F-OPERATOR-ID  TO DL1-CKL-OPERATOR-ID.
064650     MOVE DL1F-CURRENT-DATE TO DL1-CKL-RUN-DATE.
064652     MOVE DL1F-CURRENT-TIME TO DL1-CKL-RUN-TIME.
064654     IF DL1F-ACTION-ADD
064656         MOVE 'CFGADD  ' TO DL1-CKL-ACTION
064658     END-IF.
064660     IF DL1F-ACTION-CHANGE
064662         MOVE 'CFGCHG  ' TO DL1-CKL-ACTION
064664     END-IF.
064666     IF DL1F-ACTION-DELETE
064668         MOVE 'CFGDEL  ' TO DL1-CKL-ACTION
064670     END-IF.
064672     MOVE DL1F-TARGET-KEY   TO DL1-CKL-CKPT-KEY.
064674     MOVE ZERO              TO DL1-CKL-OLD-COUNTER.
064676     MOVE ZERO              TO DL1-CKL-NEW-COUNTER.
064678     MOVE DL1F-LOG-RESULT   TO DL1-CKL-RESULT.
064680     WRITE DL1-CKL-RECORD.
064682     CLOSE DL1-CKL-FILE.
064684 7600-EXIT.
064686     EXIT.
064700
064800******************************************************************
064900*    8000-TERMINATE - FOOTER FOR A LISTING, CLOSE WHAT WAS       *
065000*    OPENED, AND GIVE THE OPERATOR THE VERDICT.                  *
065100******************************************************************
065200 8000-TERMINATE.
065300     IF DL1F-ACTION-LIST AND DL1F-RPT-PAGE-NUMBER > ZERO
065400         MOVE 'KEYS ON FILE:       ' TO DL1F-RPT-FTR-LABEL
065500         MOVE DL1F-LISTED-COUNT TO DL1F-RPT-FTR-COUNT
065600         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
065700         MOVE 'KEYS NOT SET:       ' TO DL1F-RPT-FTR-LABEL
065800         MOVE DL1F-NOT-SET-COUNT TO DL1F-RPT-FTR-COUNT
065900         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
066000     END-IF.
066100     IF DL1F-RPT-PAGE-NUMBER > ZERO
066200         CLOSE DL1-FRP-FILE
066300     END-IF.
066400     IF DL1F-CFG-FILE-OPENED
066500         CLOSE DL1-CFG-FILE
066600     END-IF.
066700     IF DL1F-RETURN-CODE = ZERO
066800         DISPLAY 'DL1938I CONFIGURATION MAINTENANCE COMPLETE - '
066900             'ACTION ' DL1F-ACTION
067000     ELSE
067100         DISPLAY 'DL1939E CONFIGURATION MAINTENANCE ENDED, '
067200             'RETURN-CODE ' DL1F-RETURN-CODE
067300     END-IF.
067400 8000-EXIT.
067500     EXIT.
067600
067700 8050-WRITE-FOOTER-LINE.
067800     MOVE DL1F-RPT-FOOTER-LINE TO DL1-FRP-RECORD.
067900     WRITE DL1-FRP-RECORD.
068000 8050-EXIT.
068100     EXIT.
