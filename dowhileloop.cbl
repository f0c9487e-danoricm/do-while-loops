000497*                     PER-OWNER SUBTOTAL OF THE OUTPUT FILE AS   *
000498*                     DELIVERED, SO SPLITTING IT DOWNSTREAM      *
000499*                     STOPS BEING MORNING-AFTER HAND WORK.       *
000501*    10/15/2026  DRO  COUNTER ISSUANCE LEDGER (DL1LDG) - EVERY   *
000502*                     VALUE WRITTEN IS RECORDED WITH ITS RUN     *
000503*                     DATE, RUN-ID, AND SEQUENCE, AND THE LEDGER *
000504*                     IS CHECKED BEFORE EACH VALUE IS WRITTEN.   *
000505*                     A VALUE ANOTHER RUN ALREADY ISSUED IS      *
000506*                     SKIPPED AND COUNTED LIKE AN EXCLUSION, OR, *
000507*                     WITH LEDGER MODE 'F' IN THE PARM, REJECTS  *
000508*                     THE RUN BEFORE ANYTHING IS WRITTEN.  EVERY *
000509*                     COLLISION IS LOGGED TO DL1LCL.             *
000510*    10/15/2026  DRO  PER-RUN, PER-OWNER ISSUE COUNTS APPENDED   *
000511*                     TO THE USAGE FILE (DL1USG) WITH EACH       *
000512*                     TRAILER, FOR THE MONTH-END CHARGEBACK      *
000513*                     STATEMENT (DOWHILECHARGE).                 *
000514*    10/15/2026  DRO  EACH RUN'S OUTPUT IS ALSO WRITTEN AS A     *
000515*                     GENERATION OF ITS OWN ON THE STORE         *
000516*                     (DL1OUTG) AND CATALOGED ON DL1GEN WITH     *
000517*                     ITS RUN DATE, RUN-ID, RANGE, RECORD COUNT, *
000518*                     AND TRAILER, SO DOWNSTREAM STEPS NAME THE  *
000519*                     RUN THEY CONSUME.  A RESTART GOES ON       *
000520*                     WRITING THE GENERATION IT CHECKPOINTED.    *
000521*    10/15/2026  DRO  OPERATOR ID ADDED TO THE PARM AND LINKAGE. *
000522*                     THE OPERATOR MUST HOLD RUN-RANGE AUTHORITY *
000523*                     ON DL1OPA OVER THE RUN-ID OR RANGE; A      *
000524*                     DENIAL IS LOGGED TO DL1CKL AND ENDS THE    *
000525*                     RUN WITH RETURN-CODE 12.                   *
000526*    10/15/2026  DRO  A FAILED LEDGER OR GENERATION-STORE WRITE  *
000527*                     NOW STOPS THE RUN WITH RETURN-CODE 16, AND *
000528*                     A FAILED CATALOG UPDATE ENDS IT WITH       *
000529*                     RETURN-CODE 8.                             *
000530*    10/15/2026  DRO  A RUN STOPPED BY A FAILED STORE WRITE NOW  *
000531*                     CLOSES ITS FILES FOR THE NEXT CALL, AND A  *
000532*                     COLLISION ROW THAT CANNOT BE LOGGED ON     *
000533*                     DL1LCL ENDS THE RUN WITH RETURN-CODE 4.    *
000484******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.    DoWhileLoop.
000480 AUTHOR.        D. ORIC.
000490 INSTALLATION.  CENTRAL DATA CENTER.
000500 DATE-WRITTEN.  01/05/2019.
000510 DATE-COMPILED                                                   *
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000790         ACCESS MODE IS RANDOM
000792         RECORD KEY IS DL1-CFG-KEY
000794         FILE STATUS IS DL1-CFG-STATUS.
000795*    COUNTER ISSUANCE LEDGER, KEYED BY COUNTER VALUE - EVERY
000796*    VALUE EVER WRITTEN TO DL1OUT AND THE RUN THAT WROTE IT.
000797     SELECT DL1-LDG-FILE ASSIGN TO "DL1LDG"
000798         ORGANIZATION IS INDEXED
000799         ACCESS MODE IS RANDOM
000800         RECORD KEY IS DL1-LDG-COUNTER
000801         FILE STATUS IS DL1-LDG-STATUS.
000802*    LEDGER COLLISION LOG - ONE ROW APPENDED PER VALUE FOUND
000803*    ALREADY ISSUED BY ANOTHER RUN.
000804     SELECT DL1-LCL-FILE ASSIGN TO "DL1LCL"
000805         ORGANIZATION IS SEQUENTIAL
000806         FILE STATUS IS DL1-LCL-STATUS.
000807*    PER-OWNER USAGE - ONE ROW APPENDED PER OWNER CODE PER RUN,
000808*    FOR THE MONTH-END CHARGEBACK.
000809     SELECT DL1-USG-FILE ASSIGN TO "DL1USG"
000810         ORGANIZATION IS SEQUENTIAL
000811         FILE STATUS IS DL1-USG-STATUS.
000812*    GENERATION CATALOG, KEYED BY GENERATION NUMBER - ONE ENTRY
000813*    PER RUN, OPENED AT STARTUP AND COMPLETED WITH THE TRAILER.
000814     SELECT DL1-GEN-FILE ASSIGN TO "DL1GEN"
000815         ORGANIZATION IS INDEXED
000816         ACCESS MODE IS RANDOM
000817         RECORD KEY IS DL1-GEN-KEY
000818         FILE STATUS IS DL1-GEN-STATUS.
000819*    GENERATION STORE, KEYED BY GENERATION AND SEQUENCE - EACH
000820*    DL1OUT RECORD AGAIN, UNDER THIS RUN'S GENERATION NUMBER.
000821     SELECT DL1-OTG-FILE ASSIGN TO "DL1OUTG"
000822         ORGANIZATION IS INDEXED
000823         ACCESS MODE IS RANDOM
000824         RECORD KEY IS DL1-OTG-KEY
000825         FILE STATUS IS DL1-OTG-STATUS.
000826*    DENIAL LOG - ONE ROW APPENDED WHEN THE OPERATOR IS NOT
000827*    AUTHORIZED FOR THE RANGE, SHARED WITH DOWHILECKPTUTIL.
000828     SELECT DL1-CKL-FILE ASSIGN TO "DL1CKL"
000829         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS DL1-CKL-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
001005 FD  DL1-ASG-FILE
001006     LABEL RECORDS ARE STANDARD.
001007     COPY DL1ASGR.
001008
001009 FD  DL1-LDG-FILE
001010     LABEL RECORDS ARE STANDARD.
001011     COPY DL1LDGR.
001012
001013 FD  DL1-LCL-FILE
001014     LABEL RECORDS ARE STANDARD.
001015     COPY DL1LCLR.
001016
001017 FD  DL1-USG-FILE
001018     LABEL RECORDS ARE STANDARD.
001019     COPY DL1USGR.
001020
001021 FD  DL1-GEN-FILE
001022     LABEL RECORDS ARE STANDARD.
001023     COPY DL1GENR.
001024
001025 FD  DL1-OTG-FILE
001026     LABEL RECORDS ARE STANDARD.
001027     COPY DL1OTGR.
001028
001029 FD  DL1-CKL-FILE
001030     LABEL RECORDS ARE STANDARD.
001031     COPY DL1CKLR.
001000
001010 WORKING-STORAGE SECTION.
001020******************************************************************
001147*    PROGRESS MILESTONE PER CHECKPOINT INSTEAD OF A DETAIL       *
001148*    LINE PER COUNTER; BLANK OR 'D' IS THE FULL DETAIL           *
001149*    REPORT).                                                    *
001151*    THE NEXT BYTE IS THE RUN MODE: 'P' PLANS THE RUN -          *
001152*    VALIDATION AND EXCLUSION MATH ONLY, NOTHING OPENED OR       *
001153*    WRITTEN, EXPECTED COUNTS AND A TIME ESTIMATE DISPLAYED -    *
001154*    AND BLANK EXECUTES IT AS ALWAYS.                            *
001155*    THE NEXT BYTE IS THE LEDGER MODE - WHAT TO DO WITH A        *
001156*    VALUE THE ISSUANCE LEDGER SAYS ANOTHER RUN ALREADY ISSUED:  *
001157*    'S' OR BLANK SKIPS IT, COUNTED LIKE AN EXCLUSION; 'F'       *
001158*    REJECTS THE RUN BEFORE ANY OUTPUT IS WRITTEN.               *
001159*    THE LAST EIGHT CHARACTERS ARE THE OPERATOR ID, CHECKED      *
001160*    AGAINST THE AUTHORIZATION FILE (DL1OPA) BEFORE THE RUN      *
001161*    STARTS - THE OPERATOR MUST HOLD RUN-RANGE AUTHORITY OVER    *
001162*    THE RUN-ID OR THE RANGE.  A BLANK OPERATOR IS REFUSED.      *
001142******************************************************************
001143 01  DL1-PARM-TEXT               PIC X(86) VALUE SPACES.
001150 01  DL1-PARM-FIELDS REDEFINES DL1-PARM-TEXT.
001160     05  DL1-START-VALUE         PIC S9(9) SIGN LEADING SEPARATE.
001170     05  DL1-END-VALUE           PIC S9(9) SIGN LEADING SEPARATE.
001199     05  DL1-INTERVAL-PARM       PIC S9(9) SIGN LEADING SEPARATE.
001201     05  DL1-RPT-MODE            PIC X(01).
001202     05  DL1-RUN-MODE            PIC X(01).
001203     05  DL1-LEDGER-MODE         PIC X(01).
001204     05  DL1-OPERATOR-ID         PIC X(08).
001195
001200 01  DL1-COUNTER                 PIC 9(09) VALUE ZERO.
001210 01  DL1-SEQUENCE-NUMBER         PIC 9(09) VALUE ZERO.
001286     05  DL1-OWN-ENTRY OCCURS 100 TIMES.
001313         10  DL1-OWN-TBL-CODE    PIC X(04).
001314         10  DL1-OWN-TBL-TALLY   PIC 9(09).
001315*    THIS CALL'S OWN ISSUE, COUNTED AS EACH VALUE IS WRITTEN.
001316*    THE OWNER TABLE ABOVE DESCRIBES DL1OUT AS DELIVERED, WHICH
001317*    ACROSS A RESUME OR A LATER CALL IN THE SAME RUN UNIT ALSO
001318*    HOLDS EARLIER RUNS' RECORDS; THIS ONE IS WHAT GOES TO THE
001319*    USAGE FILE, SO NO VALUE IS BILLED TWICE.
001320 01  DL1-USG-LIMIT               PIC 9(04) VALUE 100.
001321 01  DL1-USG-COUNT               PIC 9(04) VALUE ZERO.
001322 01  DL1-USG-SUB                 PIC 9(04) VALUE ZERO.
001323 01  DL1-USG-OTHERS-COUNT        PIC 9(09) VALUE ZERO.
001324 01  DL1-USG-TABLE.
001325     05  DL1-USG-ENTRY OCCURS 100 TIMES.
001326         10  DL1-USG-TBL-CODE    PIC X(04).
001327         10  DL1-USG-TBL-TALLY   PIC 9(09).
001328
001329******************************************************************
001330*    ISSUANCE LEDGER AREA - DL1-LDG-COLLISION-COUNT IS HOW MANY  *
001331*    VALUES THIS CALL FOUND ALREADY ISSUED BY ANOTHER RUN.  IN   *
001332*    SKIP MODE EACH IS ALSO IN DL1-SKIPPED-COUNT, SO THE         *
001333*    RECONCILIATION MATH BALANCES THE SAME WAY IT DOES FOR THE   *
001334*    EXCLUSION LIST.  THE ACTION BYTE IS WHAT THE COLLISION LOG  *
001335*    RECORDS: 'F' WHILE A REJECT-MODE RUN SCREENS ITS RANGE,     *
001336*    'S' WHILE THE LOOP IS SKIPPING.                             *
001337******************************************************************
001338 01  DL1-LDG-COLLISION-COUNT     PIC 9(09) VALUE ZERO.
001339 01  DL1-LDG-RESUME-COUNTER      PIC 9(09) VALUE ZERO.
001340 01  DL1-LDG-ACTION              PIC X(01) VALUE 'S'.
001341*    COLLISIONS 3070-CHECK-LEDGER COULD NOT WRITE TO DL1LCL.
001342 01  DL1-LCL-LOST-COUNT          PIC 9(09) VALUE ZERO.
001343
001344******************************************************************
001345*    GENERATION AREA - THE NUMBER THIS RUN'S OUTPUT IS           *
001346*    CATALOGED UNDER ON DL1GEN AND KEYED UNDER ON DL1OUTG.  A    *
001347*    NEW RUN TAKES THE NEXT NUMBER FROM THE CATALOG CONTROL      *
001348*    RECORD; A RESTART TAKES THE ONE ITS CHECKPOINT CARRIES.     *
001349******************************************************************
001350 01  DL1-GENERATION              PIC 9(06) VALUE ZERO.
001240 01  DL1-ERROR-MSG               PIC X(60) VALUE SPACES.
001250 01  DL1-CURRENT-DATE            PIC 9(08) VALUE ZERO.
001260 01  DL1-CURRENT-TIME            PIC 9(08) VALUE ZERO.
001332 01  DL1-EXC-STATUS              PIC XX.
001334 01  DL1-CFG-STATUS              PIC XX.
001336 01  DL1-ASG-STATUS              PIC XX.
001337 01  DL1-LDG-STATUS              PIC XX.
001338 01  DL1-LCL-STATUS              PIC XX.
001339 01  DL1-USG-STATUS              PIC XX.
001340 01  DL1-GEN-STATUS              PIC XX.
001341 01  DL1-OTG-STATUS              PIC XX.
001342 01  DL1-CKL-STATUS              PIC XX.
001343 01  DL1-CKPT-KEY-CONST          PIC X(08) VALUE 'DL1CKPT1'.
001350 01  DL1-AUD-JOB-NAME-CONST      PIC X(08) VALUE 'DL1LOOP'.
001351
001352*    CALL AREA FOR THE AUTHORIZATION CHECK (DOWHILEAUTHCHK).
001353     COPY DL1OPCR.
001360
001370******************************************************************
001380*    OPERATOR REPORT AREA - PAGE-HEADED, COLUMN-HEADED REPORT    *
001937     05  DL1-RPT-FTR-SKIPPED     PIC ZZZZZZZZ9.
001938     05  FILLER                  PIC X(50) VALUE SPACES.
001939
001940*    PRINTED ONLY WHEN THE LEDGER CAUGHT SOMETHING - THESE ARE
001941*    ALREADY INCLUDED IN TOTAL SKIPPED ABOVE.
001942 01  DL1-RPT-FOOTER-ISSUED.
001943     05  FILLER                  PIC X(01) VALUE SPACE.
001944     05  FILLER                  PIC X(20) VALUE
001945             '  ALREADY ISSUED:   '.
001946     05  DL1-RPT-FTR-ISSUED      PIC ZZZZZZZZ9.
001947     05  FILLER                  PIC X(50) VALUE SPACES.
001948
001949 01  DL1-RPT-FOOTER-PARTIAL.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001951     05  FILLER                  PIC X(40) VALUE
001952             'PARTIAL RUN - WINDOW CLOSED AT COUNTER: '.
001953     05  DL1-RPT-FTR-LAST-CTR    PIC ZZZZZZZZ9.
001954     05  FILLER                  PIC X(30) VALUE SPACES.
001955
001956 01  DL1-RPT-MILESTONE-LINE.
001957     05  FILLER                  PIC X(01) VALUE SPACE.
001958     05  FILLER                  PIC X(21) VALUE
001959             'MILESTONE - COUNTER: '.
001960     05  DL1-RPT-MST-COUNTER     PIC ZZZZZZZZ9.
001961     05  FILLER                  PIC X(11) VALUE
001962             '  WRITTEN: '.
001963     05  DL1-RPT-MST-WRITTEN     PIC ZZZZZZZZ9.
001964     05  FILLER                  PIC X(11) VALUE
001965             '  SKIPPED: '.
001966     05  DL1-RPT-MST-SKIPPED     PIC ZZZZZZZZ9.
001967     05  FILLER                  PIC X(09) VALUE SPACES.
001968
001969 01  DL1-RPT-OWNER-HEADING.
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001971     05  FILLER                  PIC X(38) VALUE
001972             'OWNER SUBTOTALS (DL1OUT AS DELIVERED):'.
001973     05  FILLER                  PIC X(41) VALUE SPACES.
001974
001975 01  DL1-RPT-OWNER-LINE.
001976     05  FILLER                  PIC X(01) VALUE SPACE.
001977     05  FILLER                  PIC X(07) VALUE 'OWNER: '.
001978     05  DL1-RPT-OWN-CODE        PIC X(04).
001979     05  FILLER                  PIC X(09) VALUE '  COUNT: '.
001980     05  DL1-RPT-OWN-COUNT       PIC ZZZZZZZZ9.
001981     05  FILLER                  PIC X(50) VALUE SPACES.
001940
001950 01  DL1-SWITCHES.
001960     05  DL1-CKPT-EXISTS-SWITCH  PIC X(01) VALUE 'N'.
002072         88  DL1-END-OF-TALLY            VALUE 'Y'.
002073     05  DL1-OWN-SLOT-SWITCH     PIC X(01) VALUE 'N'.
002074         88  DL1-OWN-SLOT-FOUND          VALUE 'Y'.
002075     05  DL1-USG-SLOT-SWITCH     PIC X(01) VALUE 'N'.
002076         88  DL1-USG-SLOT-FOUND          VALUE 'Y'.
002034*    SET IN 1000-INITIALIZE WHEN THE PARM CARRIED A CUTOFF
002035*    TIME; 3350-CHECK-CUTOFF ONLY LOOKS AT THE CLOCK WHEN IT
002036*    IS ON.
002067         88  DL1-PLAN-MODE               VALUE 'Y'.
002068     05  DL1-PLN-EOF-SWITCH      PIC X(01) VALUE 'N'.
002069         88  DL1-END-OF-PLAN-HISTORY     VALUE 'Y'.
002070*    'S' SKIPS A VALUE THE LEDGER SAYS ANOTHER RUN ISSUED; 'F'
002071*    REJECTS THE RUN INSTEAD.  PARM RUNS ONLY - A CALLER
002072*    THROUGH THE LINKAGE ALWAYS SKIPS.
002073     05  DL1-LEDGER-MODE-SWITCH  PIC X(01) VALUE 'S'.
002074         88  DL1-LEDGER-SKIP             VALUE 'S'.
002075         88  DL1-LEDGER-REJECT           VALUE 'F'.
002076*    SET BY 3070-CHECK-LEDGER WHEN THE VALUE IS ON THE LEDGER
002077*    UNDER THIS RUN'S OWN RUN-ID AND THIS IS A RESTART - THE
002078*    RESUMED RUN IS REPEATING ITS OWN LAST INTERVAL, NOT
002079*    COLLIDING WITH ANOTHER RUN, AND 3100-WRITE-OUTPUT-RECORD
002080*    REWRITES THE LEDGER ROW INSTEAD OF ADDING ONE.
002081     05  DL1-LDG-OWN-SWITCH      PIC X(01) VALUE 'N'.
002082         88  DL1-LEDGER-OWN-ENTRY        VALUE 'Y'.
002083*    SET WHEN A VALUE CANNOT BE RECORDED ON THE LEDGER OR THE
002084*    GENERATION STORE.  THE LOOP STOPS AT ONCE, WITHOUT A
002085*    CHECKPOINT PAST THE LAST GOOD INTERVAL, SO THE RESTART
002086*    REPEATS THAT INTERVAL AND NOTHING IS LEFT HALF-RECORDED.
002087     05  DL1-STORE-SWITCH        PIC X(01) VALUE 'N'.
002088         88  DL1-STORE-FAILED            VALUE 'Y'.
002057*    NOT RESET PER-CALL, LIKE DL1-FILES-OPEN-SWITCH - THE
002058*    CONFIGURATION IS READ ONCE PER RUN UNIT, NOT ONCE PER
002059*    CALL.
002152 01  DL1-LINK-STEP-VALUE         PIC S9(9).
002154 01  DL1-LINK-DIRECTION          PIC X(01).
002156 01  DL1-LINK-RUN-ID             PIC X(08).
002158 01  DL1-LINK-OPERATOR-ID        PIC X(08).
002160
002170 PROCEDURE DIVISION USING OPTIONAL DL1-LINK-START-VALUE
002180                           OPTIONAL DL1-LINK-END-VALUE
002220                           OPTIONAL DL1-LINK-OVERALL-END
002222                           OPTIONAL DL1-LINK-STEP-VALUE
002224                           OPTIONAL DL1-LINK-DIRECTION
002226                           OPTIONAL DL1-LINK-RUN-ID
002228                           OPTIONAL DL1-LINK-OPERATOR-ID.
002230******************************************************************
002240*    0000-MAINLINE                                               *
002250******************************************************************
002584     MOVE ZERO  TO DL1-OWN-COUNT.
002586     MOVE ZERO  TO DL1-OWN-OTHERS-COUNT.
002587     MOVE 'N'   TO DL1-TALLY-EOF-SWITCH.
002588     MOVE ZERO  TO DL1-USG-COUNT.
002589     MOVE ZERO  TO DL1-USG-OTHERS-COUNT.
002580     MOVE 'N'   TO DL1-CKPT-EXISTS-SWITCH.
002590     MOVE 'N'   TO DL1-CALL-MODE-SWITCH.
002600     MOVE 'N'   TO DL1-RESTART-SWITCH.
002611     MOVE ZERO  TO DL1-CKPT-PENDING.
002612     MOVE 'N'   TO DL1-PLAN-SWITCH.
002613     MOVE 'N'   TO DL1-PLN-EOF-SWITCH.
002614     MOVE 'S'   TO DL1-LEDGER-MODE-SWITCH.
002615     MOVE 'N'   TO DL1-LDG-OWN-SWITCH.
002616     MOVE 'S'   TO DL1-LDG-ACTION.
002617     MOVE ZERO  TO DL1-LDG-COLLISION-COUNT.
002618     MOVE ZERO  TO DL1-LCL-LOST-COUNT.
002619     MOVE ZERO  TO DL1-GENERATION.
002620     MOVE 'N'   TO DL1-STORE-SWITCH.
002610     IF ADDRESS OF DL1-LINK-START-VALUE NOT = NULL
002620         SET DL1-CALLED-AS-SUBPROGRAM TO TRUE
002630         MOVE DL1-LINK-START-VALUE TO DL1-START-VALUE
002676                 MOVE DL1-LINK-RUN-ID TO DL1-RUN-ID
002678             END-IF
002680         END-IF
002681         IF ADDRESS OF DL1-LINK-OPERATOR-ID NOT = NULL
002682             MOVE DL1-LINK-OPERATOR-ID TO DL1-OPERATOR-ID
002683         ELSE
002684             MOVE SPACES TO DL1-OPERATOR-ID
002685         END-IF
002686         IF ADDRESS OF DL1-LINK-OVERALL-START NOT = NULL
002687             MOVE DL1-LINK-OVERALL-START
002688                 TO DL1-OVERALL-START-VALUE
002689             MOVE DL1-LINK-OVERALL-END
002690                 TO DL1-OVERALL-END-VALUE
002692         ELSE
002694             PERFORM 1010-DEFAULT-OVERALL-RANGE
002821             IF DL1-PARM-TEXT(77:1) = 'P'
002822                 SET DL1-PLAN-MODE TO TRUE
002823             END-IF
002824             IF DL1-PARM-TEXT(78:1) NOT = SPACE
002825                 MOVE DL1-LEDGER-MODE TO DL1-LEDGER-MODE-SWITCH
002826             END-IF
002806             IF DL1-PARM-TEXT(21:20) = SPACES
002807                 PERFORM 1010-DEFAULT-OVERALL-RANGE
002808                     THRU 1010-EXIT
002851*    A PLAN NEVER OPENS DL1OUT, DL1CKPT, OR THE REPORT, AND
002852*    WRITES NO AUDIT ROW - IT IS AN ESTIMATE, NOT AN
002853*    EXECUTION.  ONLY THE EXCLUSION LIST IS STILL LOADED, FOR
002854*    THE SKIP MATH - THE ISSUANCE LEDGER IS NOT CONSULTED, SO
002855*    A PLAN'S SKIPPED COUNT IS THE EXCLUSIONS ALONE.
002856     IF DL1-PLAN-MODE
002857         IF DL1-RETURN-CODE = ZERO
002858             PERFORM 1070-LOAD-EXCLUSIONS THRU 1070-EXIT
002859         END-IF
002862         IF DL1-RETURN-CODE = ZERO
002863             PERFORM 1075-LOAD-ASSIGNMENTS THRU 1075-EXIT
002864         END-IF
002870     IF DL1-RETURN-CODE NOT = ZERO
002880         GO TO 1000-EXIT
002890     END-IF.
002891*    THE OPERATOR MUST HOLD THE RANGE BEFORE ANYTHING IS RUN.
002892     PERFORM 1098-CHECK-AUTHORITY THRU 1098-EXIT.
002893     IF DL1-RETURN-CODE NOT = ZERO
002894         GO TO 1000-EXIT
002895     END-IF.
002896     PERFORM 1070-LOAD-EXCLUSIONS THRU 1070-EXIT.
002897     IF DL1-RETURN-CODE NOT = ZERO
002898         GO TO 1000-EXIT
002899     END-IF.
002901     PERFORM 1075-LOAD-ASSIGNMENTS THRU 1075-EXIT.
002902     IF DL1-RETURN-CODE NOT = ZERO
002903         GO TO 1000-EXIT
002904     END-IF.
002905     PERFORM 1090-OPEN-LEDGER-FILES THRU 1090-EXIT.
002906     IF DL1-RETURN-CODE NOT = ZERO
002907         GO TO 1000-EXIT
002908     END-IF.
002900     PERFORM 2500-CHECK-RESTART THRU 2500-EXIT.
002901     IF DL1-LEDGER-REJECT
002902         PERFORM 2600-SCREEN-LEDGER THRU 2600-EXIT
002903         IF DL1-RETURN-CODE NOT = ZERO
002904             GO TO 1000-EXIT
002905         END-IF
002906     END-IF.
002907     PERFORM 1095-OPEN-GENERATION-FILES THRU 1095-EXIT.
002908     IF DL1-RETURN-CODE NOT = ZERO
002909         GO TO 1000-EXIT
002910     END-IF.
002911     IF DL1-RESTART-IN-PROGRESS OR DL1-OUTPUT-FILES-OPENED
002920         PERFORM 1060-OPEN-OUTPUT-FILES-EXTEND THRU 1060-EXIT
002930     ELSE
002940         OPEN OUTPUT DL1-OUT-FILE
003556 1085-EXIT.
003557     EXIT.
003558
003559******************************************************************
003560*    1090-OPEN-LEDGER-FILES - OPEN THE ISSUANCE LEDGER FOR       *
003561*    UPDATE AND THE COLLISION LOG FOR APPEND, CREATING EITHER    *
003562*    ON THE VERY FIRST RUN THE WAY THE CHECKPOINT AND THE AUDIT  *
003563*    TRAIL ARE.  A LEDGER THAT WILL NOT OPEN REJECTS THE RUN -   *
003564*    WITHOUT IT NOTHING STOPS A VALUE BEING ISSUED TWICE.        *
003565******************************************************************
003566 1090-OPEN-LEDGER-FILES.
003567     OPEN I-O DL1-LDG-FILE.
003568     IF DL1-LDG-STATUS = '35'
003569         OPEN OUTPUT DL1-LDG-FILE
003570         CLOSE DL1-LDG-FILE
003571         OPEN I-O DL1-LDG-FILE
003572     END-IF.
003573     IF DL1-LDG-STATUS NOT = '00'
003574         MOVE 16 TO DL1-RETURN-CODE
003575         DISPLAY 'DL1542E UNABLE TO OPEN DL1LDG, STATUS='
003576             DL1-LDG-STATUS
003577         GO TO 1090-EXIT
003578     END-IF.
003579     OPEN EXTEND DL1-LCL-FILE.
003580     IF DL1-LCL-STATUS = '35'
003581         OPEN OUTPUT DL1-LCL-FILE
003582         CLOSE DL1-LCL-FILE
003583         OPEN EXTEND DL1-LCL-FILE
003584     END-IF.
003585     IF DL1-LCL-STATUS NOT = '00'
003586         MOVE 16 TO DL1-RETURN-CODE
003587         DISPLAY 'DL1543E UNABLE TO OPEN DL1LCL, STATUS='
003588             DL1-LCL-STATUS
003589         CLOSE DL1-LDG-FILE
003590     END-IF.
003591 1090-EXIT.
003592     EXIT.
003593
003594******************************************************************
003595*    1095-OPEN-GENERATION-FILES - OPEN THE GENERATION CATALOG    *
003596*    AND STORE FOR UPDATE, CREATING EITHER ON THE VERY FIRST     *
003597*    RUN, AND SETTLE WHICH GENERATION THIS RUN WRITES.  A        *
003598*    RESTART CONTINUES THE GENERATION ITS CHECKPOINT NAMES, SO   *
003599*    A SUSPENDED OR ABENDED RUN STILL ENDS AS ONE GENERATION;    *
003600*    ANY OTHER RUN CATALOGS A NEW ONE.  A CATALOG THAT WILL NOT  *
003601*    OPEN REJECTS THE RUN - OUTPUT NOBODY CAN NAME IS OUTPUT NO  *
003602*    DOWNSTREAM STEP CAN TRUST.  THE CHECKPOINT AND LEDGER       *
003603*    FILES ARE CLOSED ON THE WAY OUT, AS 2600-SCREEN-LEDGER      *
003604*    DOES FOR A REJECTED RUN.                                    *
003605******************************************************************
003606 1095-OPEN-GENERATION-FILES.
003607     OPEN I-O DL1-GEN-FILE.
003608     IF DL1-GEN-STATUS = '35'
003609         OPEN OUTPUT DL1-GEN-FILE
003610         CLOSE DL1-GEN-FILE
003611         OPEN I-O DL1-GEN-FILE
003612     END-IF.
003613     IF DL1-GEN-STATUS NOT = '00'
003614         MOVE 16 TO DL1-RETURN-CODE
003615         DISPLAY 'DL1545E UNABLE TO OPEN DL1GEN, STATUS='
003616             DL1-GEN-STATUS
003617         GO TO 1095-REJECT
003618     END-IF.
003619     OPEN I-O DL1-OTG-FILE.
003620     IF DL1-OTG-STATUS = '35'
003621         OPEN OUTPUT DL1-OTG-FILE
003622         CLOSE DL1-OTG-FILE
003623         OPEN I-O DL1-OTG-FILE
003624     END-IF.
003625     IF DL1-OTG-STATUS NOT = '00'
003626         MOVE 16 TO DL1-RETURN-CODE
003627         DISPLAY 'DL1546E UNABLE TO OPEN DL1OUTG, STATUS='
003628             DL1-OTG-STATUS
003629         CLOSE DL1-GEN-FILE
003630         GO TO 1095-REJECT
003631     END-IF.
003632*    A CHECKPOINT WRITTEN BEFORE GENERATIONS EXISTED CARRIES
003633*    BLANKS THERE, AND ITS RESTART SIMPLY STARTS A NEW ONE.
003634     IF DL1-RESTART-IN-PROGRESS
003635         AND DL1-CKPT-GENERATION IS NUMERIC
003636         AND DL1-CKPT-GENERATION > ZERO
003637         MOVE DL1-CKPT-GENERATION TO DL1-GEN-NUMBER
003638         READ DL1-GEN-FILE
003639             INVALID KEY
003640                 CONTINUE
003641             NOT INVALID KEY
003642                 IF DL1-GEN-OPEN OR DL1-GEN-PARTIAL
003643                     MOVE DL1-GEN-NUMBER TO DL1-GENERATION
003644                 END-IF
003645         END-READ
003646     END-IF.
003647     IF DL1-GENERATION > ZERO
003648         DISPLAY 'DL1547I CONTINUING GENERATION ' DL1-GENERATION
003649         GO TO 1095-EXIT
003650     END-IF.
003651     PERFORM 1097-CATALOG-NEW-GENERATION THRU 1097-EXIT.
003652     IF DL1-RETURN-CODE = ZERO
003653         GO TO 1095-EXIT
003654     END-IF.
003655     CLOSE DL1-GEN-FILE.
003656     CLOSE DL1-OTG-FILE.
003657 1095-REJECT.
003658     CLOSE DL1-CKPT-FILE.
003659     CLOSE DL1-LDG-FILE.
003660     CLOSE DL1-LCL-FILE.
003661 1095-EXIT.
003662     EXIT.
003663
003664******************************************************************
003665*    1097-CATALOG-NEW-GENERATION - TAKE THE NEXT NUMBER FROM     *
003666*    THE CATALOG CONTROL RECORD (KEY ZERO, WRITTEN ON THE VERY   *
003667*    FIRST RUN) AND CATALOG THIS RUN UNDER IT AS OPEN.  THE      *
003668*    ENTRY IS COMPLETED BY 8130-CATALOG-GENERATION WHEN THE      *
003669*    TRAILER IS WRITTEN; AN ENTRY LEFT OPEN IS A RUN THAT NEVER  *
003670*    GOT THAT FAR.                                               *
003671******************************************************************
003672 1097-CATALOG-NEW-GENERATION.
003673     MOVE ZERO TO DL1-GEN-NUMBER.
003674     READ DL1-GEN-FILE
003675         INVALID KEY
003676             MOVE SPACES TO DL1-GEN-RECORD
003677             MOVE ZERO   TO DL1-GEN-NUMBER
003678             MOVE ZERO   TO DL1-GEN-LAST-NUMBER
003679             WRITE DL1-GEN-RECORD
003680     END-READ.
003681     IF DL1-GEN-STATUS NOT = '00'
003682         OR DL1-GEN-LAST-NUMBER = 999999
003683         GO TO 1097-FAILED
003684     END-IF.
003685     ADD 1 TO DL1-GEN-LAST-NUMBER.
003686     MOVE DL1-GEN-LAST-NUMBER TO DL1-GENERATION.
003687     REWRITE DL1-GEN-RECORD.
003688     IF DL1-GEN-STATUS NOT = '00'
003689         GO TO 1097-FAILED
003690     END-IF.
003691     MOVE SPACES              TO DL1-GEN-RECORD.
003692     MOVE DL1-GENERATION      TO DL1-GEN-NUMBER.
003693     MOVE DL1-CURRENT-DATE    TO DL1-GEN-RUN-DATE.
003694     MOVE DL1-RUN-ID          TO DL1-GEN-RUN-ID.
003695     MOVE DL1-START-VALUE     TO DL1-GEN-START-VALUE.
003696     MOVE DL1-END-VALUE       TO DL1-GEN-END-VALUE.
003697     MOVE ZERO                TO DL1-GEN-RECORD-COUNT.
003698     MOVE ZERO                TO DL1-GEN-VERIFY-DATE.
003699     MOVE ZERO                TO DL1-GEN-APPLY-DATE.
003700     MOVE ZERO                TO DL1-GEN-EXTRACT-DATE.
003701     MOVE ZERO                TO DL1-GEN-ROLLED-DATE.
003702     SET DL1-GEN-OPEN         TO TRUE.
003703     WRITE DL1-GEN-RECORD.
003704     IF DL1-GEN-STATUS NOT = '00'
003705         GO TO 1097-FAILED
003706     END-IF.
003707     DISPLAY 'DL1547I WRITING GENERATION ' DL1-GENERATION.
003708     GO TO 1097-EXIT.
003709 1097-FAILED.
003710     MOVE 16 TO DL1-RETURN-CODE.
003711     DISPLAY 'DL1548E UNABLE TO CATALOG A NEW GENERATION, STATUS='
003712         DL1-GEN-STATUS.
003713 1097-EXIT.
003714     EXIT.
003715
003716******************************************************************
003717*    1098-CHECK-AUTHORITY - THE OPERATOR NAMED IN THE PARM (OR   *
003718*    PASSED BY THE CALLER) MUST HOLD RUN-RANGE AUTHORITY ON THE  *
003719*    OPERATOR AUTHORIZATION FILE (DL1OPA) OVER THIS RUN-ID OR    *
003720*    THIS RANGE, NORMALIZED LOW/HIGH.  A DENIAL IS RETURN-CODE   *
003721*    12, LOGGED TO DL1CKL; AN AUTHORIZATION FILE THAT CANNOT BE  *
003722*    READ REJECTS THE RUN AS A SETUP ERROR.  EITHER WAY NOTHING  *
003723*    HAS BEEN OPENED BUT THE AUDIT TRAIL, WHICH RECORDS THE      *
003724*    REFUSED RUN LIKE ANY OTHER.                                 *
003725******************************************************************
003726 1098-CHECK-AUTHORITY.
003727     MOVE DL1-OPERATOR-ID TO DL1-OPC-OPERATOR-ID.
003728     SET DL1-OPC-RUN-RANGE TO TRUE.
003729     MOVE DL1-RUN-ID TO DL1-OPC-TARGET-NAME.
003730     SET DL1-OPC-RANGE-GIVEN TO TRUE.
003731     MOVE DL1-RANGE-LOW  TO DL1-OPC-RANGE-LOW.
003732     MOVE DL1-RANGE-HIGH TO DL1-OPC-RANGE-HIGH.
003733     CALL 'DoWhileAuthChk' USING DL1-OPC-AREA.
003734     IF DL1-OPC-GRANTED
003735         GO TO 1098-EXIT
003736     END-IF.
003737     IF DL1-OPC-UNAVAILABLE
003738         MOVE 16 TO DL1-RETURN-CODE
003739         DISPLAY 'DL1478E UNABLE TO CHECK AUTHORIZATION - '
003740             DL1-OPC-REASON
003741         GO TO 1098-EXIT
003742     END-IF.
003743     MOVE 12 TO DL1-RETURN-CODE.
003744     DISPLAY 'DL1477E OPERATOR ' DL1-OPERATOR-ID
003745         ' NOT AUTHORIZED TO RUN ' DL1-RUN-ID
003746         ' - ' DL1-OPC-REASON.
003747     PERFORM 1099-WRITE-DENIAL-ROW THRU 1099-EXIT.
003748 1098-EXIT.
003749     EXIT.
003750
003751******************************************************************
003752*    1099-WRITE-DENIAL-ROW - APPEND THE REFUSED RUN TO THE       *
003753*    DENIAL LOG (DL1CKL) THE CHECKPOINT UTILITY KEEPS: ACTION    *
003754*    RUNRANGE, THE RUN-ID AS THE KEY, AND THE START AND END      *
003755*    VALUES AS ASKED FOR.  CREATED ON FIRST USE THE SAME WAY THE *
003756*    AUDIT TRAIL IS; A LOG THAT WILL NOT OPEN IS REPORTED BUT    *
003757*    LEAVES THE RETURN-CODE AT 12.                               *
003758******************************************************************
003759 1099-WRITE-DENIAL-ROW.
003760     OPEN EXTEND DL1-CKL-FILE.
003761     IF DL1-CKL-STATUS = '35'
003762         OPEN OUTPUT DL1-CKL-FILE
003763         CLOSE DL1-CKL-FILE
003764         OPEN EXTEND DL1-CKL-FILE
003765     END-IF.
003766     IF DL1-CKL-STATUS NOT = '00'
003767         DISPLAY 'DL1481E UNABLE TO OPEN DL1CKL, STATUS='
003768             DL1-CKL-STATUS
003769         GO TO 1099-EXIT
003770     END-IF.
003771     MOVE SPACES           TO DL1-CKL-RECORD.
003772     MOVE DL1-OPERATOR-ID  TO DL1-CKL-OPERATOR-ID.
003773     MOVE DL1-CURRENT-DATE TO DL1-CKL-RUN-DATE.
003774     MOVE DL1-CURRENT-TIME TO DL1-CKL-RUN-TIME.
003775     MOVE 'RUNRANGE'       TO DL1-CKL-ACTION.
003776     MOVE DL1-RUN-ID       TO DL1-CKL-CKPT-KEY.
003777     MOVE DL1-START-VALUE  TO DL1-CKL-OLD-COUNTER.
003778     MOVE DL1-END-VALUE    TO DL1-CKL-NEW-COUNTER.
003779     MOVE 'DENIED  '       TO DL1-CKL-RESULT.
003780     WRITE DL1-CKL-RECORD.
003781     CLOSE DL1-CKL-FILE.
003782 1099-EXIT.
003783     EXIT.
003784
003400******************************************************************
003410*    2000-VALIDATE-PARAMETERS - REJECT A MISSING PARM, A          *
003420*    NEGATIVE START OR END VALUE, OR A START VALUE GREATER THAN   *
003711         DISPLAY DL1-ERROR-MSG
003712         GO TO 2000-EXIT
003713     END-IF.
003714     IF NOT DL1-LEDGER-SKIP AND NOT DL1-LEDGER-REJECT
003715         MOVE 16 TO DL1-RETURN-CODE
003716         MOVE 'DL1475E LEDGER MODE MUST BE S OR F.'
003717             TO DL1-ERROR-MSG
003718         DISPLAY DL1-ERROR-MSG
003719         GO TO 2000-EXIT
003720     END-IF.
003676*    AN ASCENDING RUN CLIMBS FROM START UP TO END; A DESCENDING
003677*    RUN WALKS FROM START DOWN TO END, SO THERE START IS THE
003678*    HIGH VALUE AND END THE LOW.
004464 2510-EXIT.
004466     EXIT.
004468
004469******************************************************************
004470*    2600-SCREEN-LEDGER - LEDGER MODE 'F' ONLY.  WALK WHAT IS    *
004471*    LEFT OF THE RANGE EXACTLY AS 3000-PROCESS-LOOP WILL, FROM   *
004472*    THE START OR THE RESTART POINT, AND LOOK EVERY VALUE THE    *
004473*    EXCLUSION LIST DOES NOT SKIP UP ON THE LEDGER.  EVERY VALUE *
004474*    ANOTHER RUN ALREADY ISSUED IS LOGGED, AND IF THERE ARE ANY  *
004475*    THE RUN IS REJECTED HERE - BEFORE DL1OUT OR THE REPORT IS   *
004476*    OPENED - SO A REJECTED RUN LEAVES NO PARTIAL OUTPUT BEHIND. *
004477*    THE CHECKPOINT AND LEDGER FILES ARE CLOSED ON THE WAY OUT,  *
004478*    SINCE 8000-TERMINATE DOES NOT CLOSE THEM FOR A REJECTED     *
004479*    RUN.  THE RANGE IS READ TWICE IN THIS MODE - THE PRICE OF   *
004481*    REJECTING CLEANLY.                                          *
004482******************************************************************
004483 2600-SCREEN-LEDGER.
004484     MOVE DL1-COUNTER TO DL1-LDG-RESUME-COUNTER.
004485     MOVE 'F' TO DL1-LDG-ACTION.
004486     PERFORM UNTIL DL1-RANGE-OVERRUN
004487             OR (DL1-ASCENDING
004488                 AND DL1-COUNTER > DL1-END-VALUE)
004489             OR (DL1-DESCENDING
004491                 AND DL1-COUNTER < DL1-END-VALUE)
004492         PERFORM 3050-CHECK-EXCLUSIONS THRU 3050-EXIT
004493         IF NOT DL1-COUNTER-EXCLUDED
004494             PERFORM 3070-CHECK-LEDGER THRU 3070-EXIT
004495         END-IF
004496         PERFORM 3400-ADVANCE-COUNTER THRU 3400-EXIT
004497     END-PERFORM.
004498     MOVE DL1-LDG-RESUME-COUNTER TO DL1-COUNTER.
004499     MOVE 'N' TO DL1-OVERRUN-SWITCH.
004501     MOVE 'N' TO DL1-EXCLUDED-SWITCH.
004502     MOVE 'N' TO DL1-LDG-OWN-SWITCH.
004503     MOVE 'S' TO DL1-LDG-ACTION.
004504     IF DL1-LDG-COLLISION-COUNT > ZERO
004505         MOVE 8 TO DL1-RETURN-CODE
004506         DISPLAY 'DL1476E ' DL1-LDG-COLLISION-COUNT
004507             ' VALUES ALREADY ISSUED - RUN REJECTED, SEE DL1LCL'
004508         CLOSE DL1-CKPT-FILE
004509         CLOSE DL1-LDG-FILE
004511         CLOSE DL1-LCL-FILE
004512     END-IF.
004513 2600-EXIT.
004514     EXIT.
004515
004420******************************************************************
004430*    3000-PROCESS-LOOP - THE LOOP THIS PROGRAM IS NAMED FOR.     *
004440******************************************************************
004450 3000-PROCESS-LOOP.
004460     PERFORM UNTIL DL1-RANGE-OVERRUN
004461             OR DL1-WINDOW-CLOSED
004463             OR DL1-STORE-FAILED
004464             OR (DL1-ASCENDING
004465                 AND DL1-COUNTER > DL1-END-VALUE)
004466             OR (DL1-DESCENDING
004468                 AND DL1-COUNTER < DL1-END-VALUE)
004470         PERFORM 3050-CHECK-EXCLUSIONS THRU 3050-EXIT
004471         IF NOT DL1-COUNTER-EXCLUDED
004472             PERFORM 3070-CHECK-LEDGER THRU 3070-EXIT
004473         END-IF
004474         IF DL1-COUNTER-EXCLUDED
004475             ADD 1 TO DL1-SKIPPED-COUNT
004476         ELSE
004478             PERFORM 3100-WRITE-OUTPUT-RECORD THRU 3100-EXIT
004479             IF DL1-DETAIL-REPORT
004498*        UNLESS THE HIGH-VOLUME PARM RAISED THE INTERVAL.
004499         ADD 1 TO DL1-CKPT-PENDING
004500         IF DL1-CKPT-PENDING >= DL1-CKPT-INTERVAL
004501             AND NOT DL1-STORE-FAILED
004502             PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT
004503             PERFORM 3350-CHECK-CUTOFF THRU 3350-EXIT
004504             IF DL1-SUMMARY-REPORT
004505                 PERFORM 3250-WRITE-MILESTONE-LINE THRU 3250-EXIT
004507             END-IF
004509             MOVE ZERO TO DL1-CKPT-PENDING
004515*        COMPLETED (AND CHECKPOINTED) VALUE, SO THE RESTART
004517*        RESUMES ONE STEP PAST IT IN THE NEXT WINDOW.
004510         IF NOT DL1-WINDOW-CLOSED
004511             AND NOT DL1-STORE-FAILED
004512             PERFORM 3400-ADVANCE-COUNTER THRU 3400-EXIT
004514         END-IF
004520     END-PERFORM.
004521*    FLUSH THE FINAL PARTIAL INTERVAL SO THE CHECKPOINT ON
004523*    FILE ALWAYS DESCRIBES WHERE THE RUN ACTUALLY ENDED.
004525     IF DL1-CKPT-PENDING > ZERO
004526         AND NOT DL1-STORE-FAILED
004527         PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT
004531         MOVE ZERO TO DL1-CKPT-PENDING
004533     END-IF.
004526         DISPLAY 'DL1220I WINDOW CLOSED AT COUNTER ' DL1-COUNTER
004528             ' - WORK REMAINING'
004529     END-IF.
004530     IF DL1-LDG-COLLISION-COUNT > ZERO
004531         DISPLAY 'DL1215I ' DL1-LDG-COLLISION-COUNT
004532             ' VALUES ALREADY ISSUED - SKIPPED, SEE DL1LCL'
004533     END-IF.
004534 3000-EXIT.
004540     EXIT.
004541
004542******************************************************************
004567     EXIT.
004568
004569******************************************************************
004570*    3070-CHECK-LEDGER - HAS ANOTHER RUN ALREADY ISSUED THE      *
004571*    CURRENT COUNTER?  NOT ON THE LEDGER MEANS IT IS FREE.  ON   *
004572*    THE LEDGER UNDER THIS RUN'S OWN RUN-ID DURING A RESTART     *
004573*    MEANS THE RESUMED RUN IS REPEATING ITS OWN LAST INTERVAL,   *
004574*    WHICH IS NOT A COLLISION.  ANYTHING ELSE IS LOGGED AND THE  *
004575*    VALUE IS MARKED EXCLUDED, SO THE LOOP SKIPS AND COUNTS IT   *
004576*    EXACTLY AS IT DOES A DL1EXC VALUE.                          *
004577******************************************************************
004578 3070-CHECK-LEDGER.
004579     MOVE 'N' TO DL1-LDG-OWN-SWITCH.
004580     MOVE DL1-COUNTER TO DL1-LDG-COUNTER.
004581     READ DL1-LDG-FILE
004582         INVALID KEY
004583             GO TO 3070-EXIT
004584     END-READ.
004585     IF DL1-RESTART-IN-PROGRESS
004586         AND DL1-LDG-RUN-ID = DL1-RUN-ID
004587         SET DL1-LEDGER-OWN-ENTRY TO TRUE
004588         GO TO 3070-EXIT
004589     END-IF.
004590     ADD 1 TO DL1-LDG-COLLISION-COUNT.
004591     SET DL1-COUNTER-EXCLUDED TO TRUE.
004592     ACCEPT DL1-CURRENT-TIME FROM TIME.
004593     MOVE SPACES                 TO DL1-LCL-RECORD.
004594     MOVE DL1-COUNTER            TO DL1-LCL-COUNTER.
004595     MOVE DL1-CURRENT-DATE       TO DL1-LCL-RUN-DATE.
004596     MOVE DL1-CURRENT-TIME       TO DL1-LCL-RUN-TIME.
004597     MOVE DL1-RUN-ID             TO DL1-LCL-RUN-ID.
004598     MOVE DL1-LDG-RUN-DATE       TO DL1-LCL-ISSUED-DATE.
004599     MOVE DL1-LDG-RUN-ID         TO DL1-LCL-ISSUED-RUN-ID.
004600     MOVE DL1-LDG-SEQUENCE       TO DL1-LCL-ISSUED-SEQ.
004601     MOVE DL1-LDG-ACTION         TO DL1-LCL-ACTION.
004602     WRITE DL1-LCL-RECORD.
004603     IF DL1-LCL-STATUS NOT = '00'
004604         ADD 1 TO DL1-LCL-LOST-COUNT
004605         DISPLAY 'DL1539W UNABLE TO LOG COLLISION ON COUNTER '
004606             DL1-COUNTER ' TO DL1LCL, STATUS=' DL1-LCL-STATUS
004607     END-IF.
004608 3070-EXIT.
004609     EXIT.
004610
004611******************************************************************
004612*    3080-ASSIGN-OWNER - WHICH OWNER/DEPARTMENT DOES THE         *
004613*    CURRENT COUNTER BELONG TO?  THE FIRST TABLED RANGE THAT     *
004614*    COVERS IT WINS; NO RANGE MEANS THE UNASSIGNED CODE, SO      *
004615*    UNASSIGNED COUNTERS STAY VISIBLE INSTEAD OF SILENTLY        *
004616*    LUMPED IN.                                                  *
004617******************************************************************
004618 3080-ASSIGN-OWNER.
004619     MOVE DL1-UNASSIGNED-CODE TO DL1-OUT-OWNER-CODE.
004620     IF DL1-ASG-COUNT = ZERO
004621         GO TO 3080-EXIT
004622     END-IF.
004623     MOVE 'N' TO DL1-ASG-MATCH-SWITCH.
004624     PERFORM 3090-MATCH-ASSIGNMENT THRU 3090-EXIT
004625         VARYING DL1-ASG-SUB FROM 1 BY 1
004626         UNTIL DL1-ASG-SUB > DL1-ASG-COUNT
004627             OR DL1-OWNER-MATCHED.
004628 3080-EXIT.
004629     EXIT.
004630
004631 3090-MATCH-ASSIGNMENT.
004632     IF DL1-COUNTER >= DL1-ASG-TBL-LOW (DL1-ASG-SUB)
004633         AND DL1-COUNTER <= DL1-ASG-TBL-HIGH (DL1-ASG-SUB)
004634         SET DL1-OWNER-MATCHED TO TRUE
004635         MOVE DL1-ASG-TBL-OWNER (DL1-ASG-SUB)
004636             TO DL1-OUT-OWNER-CODE
004637     END-IF.
004638 3090-EXIT.
004639     EXIT.
004640
004560******************************************************************
004570*    3100-WRITE-OUTPUT-RECORD - ONE ROW PER ITERATION FOR        *
004580*    DOWNSTREAM STEPS TO CONSUME, AND ITS ENTRY ON THE           *
004585*    ISSUANCE LEDGER NAMING THIS RUN AS THE ONE THAT ISSUED IT.  *
004590******************************************************************
004600 3100-WRITE-OUTPUT-RECORD.
004610     ADD 1 TO DL1-SEQUENCE-NUMBER.
004642     MOVE DL1-STEP-VALUE      TO DL1-OUT-STEP-VALUE.
004644     MOVE DL1-DIRECTION       TO DL1-OUT-DIRECTION.
004646     PERFORM 3080-ASSIGN-OWNER THRU 3080-EXIT.
004648     PERFORM 3110-TALLY-RUN-OWNER THRU 3110-EXIT.
004649     PERFORM 3120-STORE-GENERATION-RECORD THRU 3120-EXIT.
004650     IF DL1-STORE-FAILED
004651         GO TO 3100-EXIT
004652     END-IF.
004653     WRITE DL1-OUT-RECORD.
004654     MOVE SPACES              TO DL1-LDG-RECORD.
004655     MOVE DL1-COUNTER         TO DL1-LDG-COUNTER.
004656     MOVE DL1-CURRENT-DATE    TO DL1-LDG-RUN-DATE.
004657     MOVE DL1-RUN-ID          TO DL1-LDG-RUN-ID.
004658     MOVE DL1-SEQUENCE-NUMBER TO DL1-LDG-SEQUENCE.
004659     IF DL1-LEDGER-OWN-ENTRY
004660         REWRITE DL1-LDG-RECORD
004661     ELSE
004662         WRITE DL1-LDG-RECORD
004663     END-IF.
004664     IF DL1-LDG-STATUS NOT = '00'
004665         MOVE 16 TO DL1-RETURN-CODE
004666         SET DL1-STORE-FAILED TO TRUE
004667         DISPLAY 'DL1544E UNABLE TO RECORD COUNTER ' DL1-COUNTER
004668             ' ON DL1LDG, STATUS=' DL1-LDG-STATUS
004669     END-IF.
004670 3100-EXIT.
004671     EXIT.
004672
004673******************************************************************
004674*    3110-TALLY-RUN-OWNER - COUNT THE VALUE JUST WRITTEN TO ITS  *
004675*    OWNER FOR THIS CALL'S USAGE ROWS.  MORE DISTINCT CODES THAN *
004676*    THE TABLE HOLDS SPILL INTO AN OTHERS BUCKET, AS ON THE      *
004677*    REPORT FOOTER.                                              *
004678******************************************************************
004679 3110-TALLY-RUN-OWNER.
004680     MOVE 'N' TO DL1-USG-SLOT-SWITCH.
004681     PERFORM 3115-MATCH-USAGE-SLOT THRU 3115-EXIT
004682         VARYING DL1-USG-SUB FROM 1 BY 1
004683         UNTIL DL1-USG-SUB > DL1-USG-COUNT
004684             OR DL1-USG-SLOT-FOUND.
004685     IF DL1-USG-SLOT-FOUND
004686         GO TO 3110-EXIT
004687     END-IF.
004688     IF DL1-USG-COUNT >= DL1-USG-LIMIT
004689         ADD 1 TO DL1-USG-OTHERS-COUNT
004690         GO TO 3110-EXIT
004691     END-IF.
004692     ADD 1 TO DL1-USG-COUNT.
004693     MOVE DL1-OUT-OWNER-CODE
004694         TO DL1-USG-TBL-CODE (DL1-USG-COUNT).
004695     MOVE 1 TO DL1-USG-TBL-TALLY (DL1-USG-COUNT).
004696 3110-EXIT.
004697     EXIT.
004698
004699 3115-MATCH-USAGE-SLOT.
004700     IF DL1-USG-TBL-CODE (DL1-USG-SUB) = DL1-OUT-OWNER-CODE
004701         SET DL1-USG-SLOT-FOUND TO TRUE
004702         ADD 1 TO DL1-USG-TBL-TALLY (DL1-USG-SUB)
004703     END-IF.
004704 3115-EXIT.
004705     EXIT.
004706
004707******************************************************************
004708*    3120-STORE-GENERATION-RECORD - THE RECORD ABOUT TO BE       *
004709*    WRITTEN TO DL1OUT, ALSO ON THE GENERATION STORE UNDER THIS  *
004710*    RUN'S GENERATION.  A RESTART REPEATING ITS LAST INTERVAL    *
004711*    FINDS THE SEQUENCE ALREADY THERE AND REPLACES IT, SO THE    *
004712*    GENERATION NEVER HOLDS A VALUE TWICE.                       *
004713******************************************************************
004714 3120-STORE-GENERATION-RECORD.
004715     MOVE SPACES              TO DL1-OTG-RECORD.
004716     MOVE DL1-GENERATION      TO DL1-OTG-GENERATION.
004717     MOVE DL1-SEQUENCE-NUMBER TO DL1-OTG-SEQUENCE.
004718     MOVE DL1-OUT-RECORD      TO DL1-OTG-OUT-IMAGE.
004719     WRITE DL1-OTG-RECORD
004720         INVALID KEY
004721             REWRITE DL1-OTG-RECORD
004722     END-WRITE.
004723     IF DL1-OTG-STATUS NOT = '00'
004724         MOVE 16 TO DL1-RETURN-CODE
004725         SET DL1-STORE-FAILED TO TRUE
004726         DISPLAY 'DL1549E UNABLE TO STORE SEQUENCE '
004727             DL1-SEQUENCE-NUMBER ' OF GENERATION ' DL1-GENERATION
004728             ', STATUS=' DL1-OTG-STATUS
004729     END-IF.
004730 3120-EXIT.
004731     EXIT.
004732
004733******************************************************************
004734*    3200-WRITE-REPORT-LINE - ONE DETAIL LINE PER ITERATION ON   *
004735*    THE OPERATOR REPORT, FORCING A NEW PAGE HEADING EVERY       *
004736*    DL1-RPT-LINES-PER-PAGE LINES.                               *
004737******************************************************************
004740 3200-WRITE-REPORT-LINE.
004750     IF DL1-RPT-LINE-COUNT = ZERO
004760         OR DL1-RPT-LINE-COUNT >= DL1-RPT-LINES-PER-PAGE
005262     MOVE DL1-STEP-VALUE      TO DL1-CKPT-STEP-VALUE.
005264     MOVE DL1-DIRECTION       TO DL1-CKPT-DIRECTION.
005266     MOVE DL1-SKIPPED-COUNT   TO DL1-CKPT-SKIPPED-COUNT.
005267     MOVE DL1-GENERATION      TO DL1-CKPT-GENERATION.
005270     COMPUTE DL1-CKPT-TIMESTAMP =
005280             DL1-CURRENT-DATE * 1000000 + (DL1-CURRENT-TIME / 100).
005290     IF DL1-CKPT-RECORD-EXISTS
005555 6160-EXIT.
005556     EXIT.
005557
005558******************************************************************
005559*    8000-TERMINATE - CLOSE OUT THE RUN: AUDIT ROW, CONTROL      *
005560*    RECORD, THEN CLOSE THE WORKING FILES.  THE AUDIT ROW IS     *
005561*    WRITTEN EVEN WHEN PARAMETER VALIDATION FAILED; THE WORKING  *
005562*    FILES ARE NOT CLOSED FOR A RUN REJECTED BEFORE ITS LOOP,    *
005563*    SINCE THEY WERE NEVER OPENED OR WERE ALREADY CLOSED BY THE  *
005564*    REJECT - SEE 1000-INITIALIZE, 2000-VALIDATE-PARAMETERS AND  *
005565*    2600-SCREEN-LEDGER.  A RUN STOPPED BY A FAILED LEDGER OR    *
005566*    GENERATION-STORE WRITE HAS EVERY FILE OPEN: IT WRITES NO    *
005567*    TRAILER, CATALOG ENTRY OR FOOTER, BUT ITS FILES ARE STILL   *
005568*    CLOSED SO THE NEXT CALL FROM DOWHILEBATCH CAN OPEN THEM.    *
005569******************************************************************
005570 8000-TERMINATE.
005571     ACCEPT DL1-CURRENT-TIME FROM TIME.
005572     COMPUTE DL1-JOB-END-STAMP =
005573             DL1-CURRENT-DATE * 100000000 + DL1-CURRENT-TIME.
005574     PERFORM 8160-WRITE-AUDIT-RECORD THRU 8160-EXIT.
005575     CLOSE DL1-AUD-FILE.
005576     IF DL1-STORE-FAILED
005577         CLOSE DL1-OUT-FILE
005578         GO TO 8000-CLOSE-FILES
005579     END-IF.
005580*    A WINDOW-CLOSED SUSPEND (RETURN-CODE 4) IS NOT A REJECTED
005581*    RUN - ITS FILES ARE OPEN AND ITS TRAILER AND FOOTER MUST
005582*    STILL GO OUT, MARKED PARTIAL, SO THE MORNING RESTART IS
005583*    NOT A JUDGMENT CALL.
005584     IF DL1-RETURN-CODE NOT = ZERO
005585         AND NOT DL1-WINDOW-CLOSED
005586         GO TO 8000-EXIT
005587     END-IF.
005588*    A COLLISION THAT COULD NOT BE LOGGED LEAVES DOWHILECOLLIDE
005589*    SHORT, SO THE RUN ENDS WITH A WARNING - RAISED ONLY HERE,
005590*    PAST THE REJECT TEST ABOVE, SO IT CANNOT PASS FOR ONE.
005591     IF DL1-LCL-LOST-COUNT > ZERO
005592         AND DL1-RETURN-CODE < 4
005593         MOVE 4 TO DL1-RETURN-CODE
005594     END-IF.
005595     PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT.
005596     PERFORM 8110-WRITE-CONTROL-HISTORY THRU 8110-EXIT.
005597     PERFORM 8120-WRITE-OWNER-USAGE THRU 8120-EXIT.
005598     PERFORM 8130-CATALOG-GENERATION THRU 8130-EXIT.
005599*    THE OUTPUT FILE IS CLOSED AND RE-READ BEFORE THE FOOTER
005600*    SO THE OWNER SUBTOTALS DESCRIBE THE FILE AS DELIVERED -
005601*    A RESUMED RUN'S EARLIER RECORDS INCLUDED.  A RUN WITH NO
005602*    ASSIGNMENT LIST LOADED SKIPS THE TALLY AND ITS RE-READ.
005603     CLOSE DL1-OUT-FILE.
005604     IF DL1-ASG-COUNT > ZERO
005605         PERFORM 8140-TALLY-OWNERS THRU 8140-EXIT
005606     END-IF.
005607     PERFORM 8150-WRITE-REPORT-FOOTER THRU 8150-EXIT.
005608 8000-CLOSE-FILES.
005609     CLOSE DL1-CKPT-FILE.
005610     CLOSE DL1-RPT-FILE.
005611     CLOSE DL1-LDG-FILE.
005612     CLOSE DL1-LCL-FILE.
005613     CLOSE DL1-GEN-FILE.
005614     CLOSE DL1-OTG-FILE.
005615 8000-EXIT.
005616     EXIT.
005620
005630******************************************************************
005640*    8100-WRITE-CONTROL-RECORD - END-OF-RUN TOTALS AND           *
005760         MOVE 'C' TO DL1-CTL-RUN-STATUS
005761     END-IF.
005762     WRITE DL1-CTL-RECORD.
005763     IF DL1-CTL-STATUS NOT = '00'
005764         DISPLAY 'DL1510E UNABLE TO WRITE DL1CTL, STATUS='
005765             DL1-CTL-STATUS
005766     END-IF.
005827         MOVE 'C' TO DL1-CTH-RUN-STATUS
005828     END-IF.
005829     WRITE DL1-CTH-RECORD.
005830     IF DL1-CTH-STATUS NOT = '00'
005831         DISPLAY 'DL1530E UNABLE TO WRITE DL1CTLH, STATUS='
005832             DL1-CTH-STATUS
005833     END-IF.
005834     CLOSE DL1-CTH-FILE.
005835 8110-EXIT.
005836     EXIT.
005837
005838******************************************************************
005839*    8120-WRITE-OWNER-USAGE - APPEND ONE ROW PER OWNER CODE THIS *
005840*    CALL ISSUED TO, STAMPED WITH THE SAME END STAMP AS THE      *
005841*    TRAILER JUST WRITTEN, SO THE MONTH-END CHARGEBACK CAN BILL  *
005842*    EACH OWNER AND FIND THE RUN'S ELAPSED TIME ON DL1CTLH.  A   *
005843*    CALL THAT ISSUED NOTHING WRITES NO ROWS.  CREATED FIRST IF  *
005844*    THIS IS THE VERY FIRST RUN, THE SAME WAY THE HISTORY IS.    *
005845******************************************************************
005846 8120-WRITE-OWNER-USAGE.
005847     IF DL1-USG-COUNT = ZERO AND DL1-USG-OTHERS-COUNT = ZERO
005848         GO TO 8120-EXIT
005849     END-IF.
005850     OPEN EXTEND DL1-USG-FILE.
005851     IF DL1-USG-STATUS = '35'
005852         OPEN OUTPUT DL1-USG-FILE
005853         CLOSE DL1-USG-FILE
005854         OPEN EXTEND DL1-USG-FILE
005855     END-IF.
005856     IF DL1-USG-STATUS NOT = '00'
005857         DISPLAY 'DL1535E UNABLE TO OPEN DL1USG, STATUS='
005858             DL1-USG-STATUS
005859         GO TO 8120-EXIT
005860     END-IF.
005861     MOVE SPACES               TO DL1-USG-RECORD.
005862     MOVE DL1-JOB-END-STAMP    TO DL1-USG-JOB-END-STAMP.
005863     MOVE DL1-RUN-ID           TO DL1-USG-RUN-ID.
005864     MOVE DL1-START-VALUE      TO DL1-USG-START-VALUE.
005865     MOVE DL1-END-VALUE        TO DL1-USG-END-VALUE.
005866     IF DL1-WINDOW-CLOSED
005867         MOVE 'P' TO DL1-USG-RUN-STATUS
005868     ELSE
005869         MOVE 'C' TO DL1-USG-RUN-STATUS
005870     END-IF.
005871     PERFORM 8125-WRITE-USAGE-ROW THRU 8125-EXIT
005872         VARYING DL1-USG-SUB FROM 1 BY 1
005873         UNTIL DL1-USG-SUB > DL1-USG-COUNT.
005874     IF DL1-USG-OTHERS-COUNT > ZERO
005875         MOVE 'OTHR' TO DL1-USG-OWNER-CODE
005876         MOVE DL1-USG-OTHERS-COUNT TO DL1-USG-ISSUED-COUNT
005877         WRITE DL1-USG-RECORD
005878         IF DL1-USG-STATUS NOT = '00'
005879             DISPLAY 'DL1536E UNABLE TO WRITE DL1USG, STATUS='
005880                 DL1-USG-STATUS
005881         END-IF
005882     END-IF.
005883     CLOSE DL1-USG-FILE.
005884 8120-EXIT.
005885     EXIT.
005886
005887 8125-WRITE-USAGE-ROW.
005888     MOVE DL1-USG-TBL-CODE (DL1-USG-SUB) TO DL1-USG-OWNER-CODE.
005889     MOVE DL1-USG-TBL-TALLY (DL1-USG-SUB)
005890         TO DL1-USG-ISSUED-COUNT.
005891     WRITE DL1-USG-RECORD.
005892     IF DL1-USG-STATUS NOT = '00'
005893         DISPLAY 'DL1536E UNABLE TO WRITE DL1USG, STATUS='
005894             DL1-USG-STATUS
005895     END-IF.
005896 8125-EXIT.
005897     EXIT.
005898
005899******************************************************************
005900*    8130-CATALOG-GENERATION - COMPLETE THIS RUN'S CATALOG       *
005901*    ENTRY FROM THE TRAILER JUST WRITTEN: THE RECORD COUNT, A    *
005902*    COPY OF THE TRAILER ITSELF, AND COMPLETE OR PARTIAL.  A     *
005903*    PARTIAL GENERATION IS PICKED UP AGAIN BY THE RESTART THAT   *
005904*    FINISHES THE RANGE.  THE DOWNSTREAM STATUSES ARE CLEARED -  *
005905*    WHATEVER WAS VERIFIED OR APPLIED BEFORE A RESUME NO LONGER  *
005906*    DESCRIBES THE WHOLE GENERATION.                             *
005907******************************************************************
005908 8130-CATALOG-GENERATION.
005909     MOVE DL1-GENERATION TO DL1-GEN-NUMBER.
005910     READ DL1-GEN-FILE
005911         INVALID KEY
005912             IF DL1-RETURN-CODE < 8
005913                 MOVE 8 TO DL1-RETURN-CODE
005914             END-IF
005915             DISPLAY 'DL1537E GENERATION ' DL1-GENERATION
005916                 ' IS MISSING FROM DL1GEN'
005917             GO TO 8130-EXIT
005918     END-READ.
005919     MOVE DL1-TOTAL-ITERATIONS TO DL1-GEN-RECORD-COUNT.
005920     MOVE DL1-TOTAL-ITERATIONS TO DL1-GEN-CTL-TOTAL-ITERATIONS.
005921     MOVE DL1-START-VALUE      TO DL1-GEN-CTL-START-VALUE.
005922     MOVE DL1-END-VALUE        TO DL1-GEN-CTL-END-VALUE.
005923     MOVE DL1-OVERALL-START-VALUE TO DL1-GEN-CTL-OVERALL-START.
005924     MOVE DL1-OVERALL-END-VALUE   TO DL1-GEN-CTL-OVERALL-END.
005925     MOVE DL1-JOB-START-STAMP  TO DL1-GEN-CTL-JOB-START-STAMP.
005926     MOVE DL1-JOB-END-STAMP    TO DL1-GEN-CTL-JOB-END-STAMP.
005927     MOVE DL1-STEP-VALUE       TO DL1-GEN-CTL-STEP-VALUE.
005928     MOVE DL1-DIRECTION        TO DL1-GEN-CTL-DIRECTION.
005929     MOVE DL1-SKIPPED-COUNT    TO DL1-GEN-CTL-SKIPPED-COUNT.
005930     IF DL1-WINDOW-CLOSED
005931         MOVE 'P' TO DL1-GEN-CTL-RUN-STATUS
005932         SET DL1-GEN-PARTIAL TO TRUE
005933     ELSE
005934         MOVE 'C' TO DL1-GEN-CTL-RUN-STATUS
005935         SET DL1-GEN-COMPLETE TO TRUE
005936     END-IF.
005937     MOVE SPACE TO DL1-GEN-VERIFY-STATUS.
005938     MOVE SPACE TO DL1-GEN-APPLY-STATUS.
005939     MOVE SPACE TO DL1-GEN-EXTRACT-STATUS.
005940     MOVE ZERO  TO DL1-GEN-VERIFY-DATE.
005941     MOVE ZERO  TO DL1-GEN-APPLY-DATE.
005942     MOVE ZERO  TO DL1-GEN-EXTRACT-DATE.
005943     REWRITE DL1-GEN-RECORD.
005944     IF DL1-GEN-STATUS NOT = '00'
005945         IF DL1-RETURN-CODE < 8
005946             MOVE 8 TO DL1-RETURN-CODE
005947         END-IF
005948         DISPLAY 'DL1538E UNABLE TO CATALOG GENERATION '
005949             DL1-GENERATION ', STATUS=' DL1-GEN-STATUS
005950     END-IF.
005951 8130-EXIT.
005952     EXIT.
005953
005954******************************************************************
005955*    8140-TALLY-OWNERS - RE-READ THE OUTPUT FILE JUST CLOSED     *
005956*    AND COUNT ITS RECORDS PER OWNER CODE, SO THE SUBTOTALS      *
005957*    MATCH WHAT DOWNSTREAM ACTUALLY RECEIVES.  RECORDS WRITTEN   *
005958*    BEFORE THE OWNER FIELD EXISTED CARRY BLANKS THERE AND       *
005959*    COUNT AS UNASSIGNED.  MORE DISTINCT CODES THAN THE TALLY    *
005960*    TABLE HOLDS SPILL INTO AN OTHERS BUCKET.                    *
005961******************************************************************
005962 8140-TALLY-OWNERS.
005963     OPEN INPUT DL1-OUT-FILE.
005964     IF DL1-OUT-STATUS NOT = '00'
005965         DISPLAY 'DL1214I OWNER TALLY SKIPPED, DL1OUT STATUS='
005966             DL1-OUT-STATUS
005967         GO TO 8140-EXIT
005968     END-IF.
005969     PERFORM UNTIL DL1-END-OF-TALLY
005970         READ DL1-OUT-FILE
005971             AT END
005972                 SET DL1-END-OF-TALLY TO TRUE
005973             NOT AT END
005974                 PERFORM 8145-TALLY-ONE-RECORD THRU 8145-EXIT
005975         END-READ
005976     END-PERFORM.
005977     CLOSE DL1-OUT-FILE.
005978 8140-EXIT.
005979     EXIT.
005980
005981 8145-TALLY-ONE-RECORD.
005982     IF DL1-OUT-OWNER-CODE = SPACES
005983         MOVE DL1-UNASSIGNED-CODE TO DL1-OUT-OWNER-CODE
005984     END-IF.
005985     MOVE 'N' TO DL1-OWN-SLOT-SWITCH.
005986     PERFORM 8146-MATCH-OWNER-SLOT THRU 8146-EXIT
005987         VARYING DL1-OWN-SUB FROM 1 BY 1
005988         UNTIL DL1-OWN-SUB > DL1-OWN-COUNT
005989             OR DL1-OWN-SLOT-FOUND.
005990     IF DL1-OWN-SLOT-FOUND
005991         GO TO 8145-EXIT
005992     END-IF.
005993     IF DL1-OWN-COUNT >= DL1-OWN-LIMIT
005994         ADD 1 TO DL1-OWN-OTHERS-COUNT
005995         GO TO 8145-EXIT
005996     END-IF.
005997     ADD 1 TO DL1-OWN-COUNT.
005998     MOVE DL1-OUT-OWNER-CODE
005999         TO DL1-OWN-TBL-CODE (DL1-OWN-COUNT).
006000     MOVE 1 TO DL1-OWN-TBL-TALLY (DL1-OWN-COUNT).
006001 8145-EXIT.
006002     EXIT.
006003
006004 8146-MATCH-OWNER-SLOT.
006005     IF DL1-OWN-TBL-CODE (DL1-OWN-SUB) = DL1-OUT-OWNER-CODE
006006         SET DL1-OWN-SLOT-FOUND TO TRUE
006007         ADD 1 TO DL1-OWN-TBL-TALLY (DL1-OWN-SUB)
006008     END-IF.
006009 8146-EXIT.
006010     EXIT.
006011
005810******************************************************************
005820*    8150-WRITE-REPORT-FOOTER - FINAL LINE ON THE OPERATOR        *
005825*    REPORT SHOWING THE TOTAL ITERATIONS COMPLETED, FOLLOWED     *
005892     MOVE DL1-SKIPPED-COUNT TO DL1-RPT-FTR-SKIPPED.
005894     MOVE DL1-RPT-FOOTER-SKIPPED TO DL1-RPT-RECORD.
005896     WRITE DL1-RPT-RECORD.
005897     IF DL1-LDG-COLLISION-COUNT > ZERO
005898         MOVE DL1-LDG-COLLISION-COUNT TO DL1-RPT-FTR-ISSUED
005899         MOVE DL1-RPT-FOOTER-ISSUED TO DL1-RPT-RECORD
005900         WRITE DL1-RPT-RECORD
005901     END-IF.
005902     IF DL1-WINDOW-CLOSED
005903         MOVE DL1-COUNTER TO DL1-RPT-FTR-LAST-CTR
005904         MOVE DL1-RPT-FOOTER-PARTIAL TO DL1-RPT-RECORD
005905         WRITE DL1-RPT-RECORD
005906     END-IF.
005907     IF DL1-OWN-COUNT > ZERO OR DL1-OWN-OTHERS-COUNT > ZERO
005908         MOVE DL1-RPT-OWNER-HEADING TO DL1-RPT-RECORD
005909         WRITE DL1-RPT-RECORD
005910         PERFORM 8155-WRITE-OWNER-LINE THRU 8155-EXIT
005911             VARYING DL1-OWN-SUB FROM 1 BY 1
005912             UNTIL DL1-OWN-SUB > DL1-OWN-COUNT
005913         IF DL1-OWN-OTHERS-COUNT > ZERO
005914             MOVE 'OTHR' TO DL1-RPT-OWN-CODE
005915             MOVE DL1-OWN-OTHERS-COUNT TO DL1-RPT-OWN-COUNT
005916             MOVE DL1-RPT-OWNER-LINE TO DL1-RPT-RECORD
005917             WRITE DL1-RPT-RECORD
005918         END-IF
005919     END-IF.
005900 8150-EXIT.
005910     EXIT.
005917
