002000*                                                                *
002100*    MODIFICATION HISTORY.                                      *
002200*    08/22/2026  DRO  ORIGINAL VERSION.                         *
002210*    10/15/2026  DRO  EVERY FEED SENT IS RECORDED ON THE        *
002211*                     DELIVERY-STATUS FILE (DL1DLV) SO          *
002212*                     DOWHILEDELIVER CAN MATCH THE ANALYTICS    *
002213*                     ACKNOWLEDGMENT AGAINST IT.                *
002214*    10/15/2026  DRO  EXTRACTS A CATALOGED GENERATION - THE     *
002215*                     PARM NAMES IT (BLANK = NEWEST COMPLETE    *
002216*                     ONE), ITS TRAILER COMES FROM DL1GEN AND   *
002217*                     ITS RECORDS FROM DL1OUTG, AND THE FEED IS *
002218*                     RECORDED ON THE CATALOG ENTRY.            *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    DoWhileExtract.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400*    GENERATION STORE - THE COUNTER VALUES DOWHILELOOP WROTE,
003450*    KEYED BY GENERATION AND SEQUENCE.  READ-ONLY HERE.
003500     SELECT DL1-OTG-FILE ASSIGN TO "DL1OUTG"
003550         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003650         RECORD KEY IS DL1-OTG-KEY
003700         FILE STATUS IS DL1X-OUT-STATUS.
003750*    GENERATION CATALOG - THE TRAILER OF THE GENERATION BEING
003800*    FED, AND WHERE THE FEED IS RECORDED.
003850     SELECT DL1-GEN-FILE ASSIGN TO "DL1GEN"
003900         ORGANIZATION IS INDEXED
003950         ACCESS MODE IS RANDOM
004000         RECORD KEY IS DL1-GEN-KEY
004050         FILE STATUS IS DL1X-CTL-STATUS.
004200*    THE DELIMITED FEED - LINE SEQUENTIAL FOR THE ANALYTICS
004300*    TOOLS, NOT A FIXED-LENGTH BATCH FILE.
004400     SELECT DL1-EXT-FILE ASSIGN TO "DL1EXT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS DL1X-EXT-STATUS.
004610*    DELIVERY STATUS, KEYED BY FEED DATE - ONE RECORD PER FEED
004611*    SENT, LATER ACKNOWLEDGED THROUGH DOWHILEDELIVER.
004612     SELECT DL1-DLV-FILE ASSIGN TO "DL1DLV"
004613         ORGANIZATION IS INDEXED
004614         ACCESS MODE IS RANDOM
004615         RECORD KEY IS DL1-DLV-KEY
004616         FILE STATUS IS DL1X-DLV-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  DL1-OTG-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY DL1OTGR.
005300
005400 FD  DL1-GEN-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DL1GENR.
005700
005800 FD  DL1-EXT-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DL1EXTR.
006010
006011 FD  DL1-DLV-FILE
006012     LABEL RECORDS ARE STANDARD.
006013     COPY DL1DLVR.
006100
006200 WORKING-STORAGE SECTION.
006205******************************************************************
006206*    THE GENERATION BEING READ.  ITS TRAILER IS COPIED FROM      *
006207*    THE CATALOG ENTRY INTO DL1-CTL-RECORD, AND EACH STORED      *
006208*    RECORD INTO DL1-OUT-RECORD, SO THE LOGIC BELOW READS THEM   *
006209*    EXACTLY AS IT READ DL1CTL AND DL1OUT.  THE PARM NAMES THE   *
006210*    GENERATION; BLANK TAKES THE NEWEST ONE (1150).              *
006211******************************************************************
006212     COPY DL1CTLR.
006213     COPY DL1OUTR.
006214 01  DL1X-PARM-TEXT              PIC X(06) VALUE SPACES.
006215 01  DL1X-PARM-FIELDS REDEFINES DL1X-PARM-TEXT.
006216     05  DL1X-PARM-GENERATION    PIC 9(06).
006217 01  DL1X-GENERATION             PIC 9(06) VALUE ZERO.
006218 01  DL1X-GEN-SUB                PIC 9(06) VALUE ZERO.
006219
006300 01  DL1X-EXTRACTED-COUNT        PIC 9(09) VALUE ZERO.
006400 01  DL1X-RETURN-CODE            PIC 9(04) VALUE ZERO.
006500 01  DL1X-OUT-STATUS             PIC XX.
006600 01  DL1X-CTL-STATUS             PIC XX.
006700 01  DL1X-EXT-STATUS             PIC XX.
006710 01  DL1X-DLV-STATUS             PIC XX.
006711 01  DL1X-CURRENT-DATE           PIC 9(08) VALUE ZERO.
006712 01  DL1X-CURRENT-TIME           PIC 9(08) VALUE ZERO.
006713*    THE TRAILER'S START STAMP, SPLIT SO ITS DATE CAN KEY THE
006714*    DELIVERY-STATUS RECORD.
006715 01  DL1X-FEED-STAMP             PIC 9(16) VALUE ZERO.
006716 01  DL1X-FEED-STAMP-SPLIT REDEFINES DL1X-FEED-STAMP.
006717     05  DL1X-FEED-DATE          PIC 9(08).
006718     05  FILLER                  PIC 9(08).
006800*    SKIPPED COUNT AS DIGITS EVEN WHEN THE TRAILER PREDATES
006900*    THE FIELD AND CARRIES BLANKS THERE.
007000 01  DL1X-SKIPPED-COUNT          PIC 9(09) VALUE ZERO.
009800     PERFORM 2000-WRITE-HEADER-ROW THRU 2000-EXIT.
009900     PERFORM 3000-EXTRACT-DETAIL-ROWS THRU 3000-EXIT.
010000     PERFORM 5000-WRITE-TRAILER-ROW THRU 5000-EXIT.
010010     PERFORM 6000-RECORD-DELIVERY THRU 6000-EXIT.
010100 0000-MAINLINE-EXIT.
010200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010300     MOVE DL1X-RETURN-CODE TO RETURN-CODE.
010400     GOBACK.
010500
010600******************************************************************
010700*    1000-INITIALIZE - OPEN EVERYTHING AND LOAD THE TRAILER OF   *
010800*    THE GENERATION BEING FED; NO FEED IS PRODUCED WITHOUT A     *
010900*    COMPLETED RUN'S TRAILER TO PUT ON IT.                       *
011000******************************************************************
011100 1000-INITIALIZE.
011150     ACCEPT DL1X-PARM-TEXT FROM COMMAND-LINE.
011200     OPEN I-O DL1-GEN-FILE.
011300     IF DL1X-CTL-STATUS NOT = '00'
011400         MOVE 16 TO DL1X-RETURN-CODE
011500         DISPLAY 'DL1230E UNABLE TO OPEN DL1GEN, STATUS='
011600             DL1X-CTL-STATUS
011700         GO TO 1000-EXIT
011800     END-IF.
011900     SET DL1X-CTL-FILE-OPENED TO TRUE.
012000     PERFORM 1100-SELECT-GENERATION THRU 1100-EXIT.
012100     IF DL1X-RETURN-CODE NOT = ZERO
012200         GO TO 1000-EXIT
012300     END-IF.
012400     MOVE DL1-GEN-TRAILER TO DL1-CTL-RECORD.
012600     IF DL1-CTL-SKIPPED-COUNT IS NUMERIC
012700         MOVE DL1-CTL-SKIPPED-COUNT TO DL1X-SKIPPED-COUNT
012800     END-IF.
013300     IF DL1-CTL-DIRECTION = 'D'
013400         MOVE 'D' TO DL1X-DIRECTION
013500     END-IF.
013600     OPEN INPUT DL1-OTG-FILE.
013700     IF DL1X-OUT-STATUS NOT = '00'
013800         MOVE 16 TO DL1X-RETURN-CODE
013900         DISPLAY 'DL1232E UNABLE TO OPEN DL1OUTG, STATUS='
014000             DL1X-OUT-STATUS
014100         GO TO 1000-EXIT
014200     END-IF.
014300     SET DL1X-OUT-FILE-OPENED TO TRUE.
014310*    POSITION AT THE GENERATION'S FIRST RECORD.  NOTHING AT OR
014320*    PAST IT MEANS AN EMPTY GENERATION.
014330     MOVE DL1X-GENERATION TO DL1-OTG-GENERATION.
014340     MOVE ZERO            TO DL1-OTG-SEQUENCE.
014350     START DL1-OTG-FILE KEY IS NOT LESS THAN DL1-OTG-KEY
014360         INVALID KEY
014370             SET DL1X-END-OF-OUTPUT TO TRUE
014380     END-START.
014400     OPEN OUTPUT DL1-EXT-FILE.
014500     IF DL1X-EXT-STATUS NOT = '00'
014600         MOVE 16 TO DL1X-RETURN-CODE
015100     END-IF.
015200 1000-EXIT.
015300     EXIT.
015305
015306******************************************************************
015307*    1100-SELECT-GENERATION - THE GENERATION NAMED IN THE PARM,  *
015308*    OR THE NEWEST COMPLETE ONE WHEN THE PARM IS BLANK.          *
015309*    IT MUST BE ON THE CATALOG, NOT ROLLED OFF, AND HAVE A       *
015310*    TRAILER - AN ENTRY STILL OPEN IS A RUN THAT NEVER GOT AS    *
015311*    FAR AS WRITING ONE.                                         *
015312******************************************************************
015313 1100-SELECT-GENERATION.
015314     IF DL1X-PARM-TEXT = SPACES
015315         PERFORM 1150-FIND-LATEST-GENERATION THRU 1150-EXIT
015316         IF DL1X-RETURN-CODE NOT = ZERO
015317             GO TO 1100-EXIT
015318         END-IF
015319     ELSE
015320         IF DL1X-PARM-GENERATION IS NOT NUMERIC
015321             OR DL1X-PARM-GENERATION = ZERO
015322             MOVE 16 TO DL1X-RETURN-CODE
015323             DISPLAY 'DL1236E PARM MUST BE A GENERATION NUMBER '
015324                 '000001-999999, FOUND ' DL1X-PARM-TEXT
015325             GO TO 1100-EXIT
015326         END-IF
015327         MOVE DL1X-PARM-GENERATION TO DL1X-GENERATION
015328     END-IF.
015329     MOVE DL1X-GENERATION TO DL1-GEN-NUMBER.
015330     READ DL1-GEN-FILE
015331         INVALID KEY
015332             MOVE 16 TO DL1X-RETURN-CODE
015333             DISPLAY 'DL1237E GENERATION ' DL1X-GENERATION
015334                 ' IS NOT ON THE CATALOG'
015335             GO TO 1100-EXIT
015336     END-READ.
015337     IF DL1-GEN-ROLLED-OFF
015338         MOVE 16 TO DL1X-RETURN-CODE
015339         DISPLAY 'DL1238E GENERATION ' DL1X-GENERATION
015340             ' WAS ROLLED OFF ON ' DL1-GEN-ROLLED-DATE
015341         GO TO 1100-EXIT
015342     END-IF.
015343     IF DL1-GEN-OPEN
015344         MOVE 16 TO DL1X-RETURN-CODE
015345         DISPLAY 'DL1231E GENERATION ' DL1X-GENERATION
015346             ' HAS NO TRAILER - ITS RUN NEVER COMPLETED'
015347         GO TO 1100-EXIT
015348     END-IF.
015349     DISPLAY 'DL1242I EXTRACTING GENERATION ' DL1X-GENERATION
015350         ' RUN-ID ' DL1-GEN-RUN-ID ' OF ' DL1-GEN-RUN-DATE.
015351 1100-EXIT.
015352     EXIT.
015353
015354******************************************************************
015355*    1150-FIND-LATEST-GENERATION - WORK BACK FROM THE LAST       *
015356*    NUMBER ISSUED (THE CATALOG CONTROL RECORD, KEY ZERO) TO     *
015357*    THE FIRST GENERATION THAT IS COMPLETE.  A PARTIAL OR OPEN   *
015358*    ONE IS STILL BEING WRITTEN AND IS ONLY TAKEN BY NAME.       *
015359******************************************************************
015360 1150-FIND-LATEST-GENERATION.
015361     MOVE ZERO TO DL1X-GENERATION.
015362     MOVE ZERO TO DL1-GEN-NUMBER.
015363     READ DL1-GEN-FILE
015364         INVALID KEY
015365             MOVE ZERO TO DL1-GEN-LAST-NUMBER
015366     END-READ.
015367     PERFORM 1160-CHECK-GENERATION THRU 1160-EXIT
015368         VARYING DL1X-GEN-SUB FROM DL1-GEN-LAST-NUMBER BY -1
015369         UNTIL DL1X-GEN-SUB = ZERO
015370            OR DL1X-GENERATION > ZERO.
015371     IF DL1X-GENERATION = ZERO
015372         MOVE 16 TO DL1X-RETURN-CODE
015373         DISPLAY 'DL1239E NO COMPLETE GENERATION ON THE CATALOG'
015374     END-IF.
015375 1150-EXIT.
015376     EXIT.
015377
015378 1160-CHECK-GENERATION.
015379     MOVE DL1X-GEN-SUB TO DL1-GEN-NUMBER.
015380     READ DL1-GEN-FILE
015381         INVALID KEY
015382             GO TO 1160-EXIT
015383     END-READ.
015384     IF DL1-GEN-COMPLETE
015385         MOVE DL1X-GEN-SUB TO DL1X-GENERATION
015386     END-IF.
015387 1160-EXIT.
015388     EXIT.
015400
015500******************************************************************
015600*    2000-WRITE-HEADER-ROW - COLUMN NAMES FIRST SO THE FEED      *
016400     EXIT.
016500
016600******************************************************************
016700*    3000-EXTRACT-DETAIL-ROWS - ONE DELIMITED ROW PER RECORD OF  *
016800*    THE GENERATION.                                             *
016900******************************************************************
017000 3000-EXTRACT-DETAIL-ROWS.
017100     PERFORM UNTIL DL1X-END-OF-OUTPUT
017200         PERFORM 3050-READ-GENERATION THRU 3050-EXIT
017500         IF NOT DL1X-END-OF-OUTPUT
017600             PERFORM 3100-WRITE-DETAIL-ROW THRU 3100-EXIT
017700         END-IF
017800     END-PERFORM.
017900 3000-EXIT.
018000     EXIT.
018010
018015******************************************************************
018020*    3050-READ-GENERATION - THE NEXT STORED RECORD, AS ITS       *
018025*    DL1OUT IMAGE.  THE GENERATION ENDS AT THE FIRST KEY OF THE  *
018030*    NEXT ONE.                                                   *
018035******************************************************************
018040 3050-READ-GENERATION.
018045     READ DL1-OTG-FILE NEXT RECORD
018050         AT END
018055             SET DL1X-END-OF-OUTPUT TO TRUE
018060             GO TO 3050-EXIT
018065     END-READ.
018070     IF DL1-OTG-GENERATION NOT = DL1X-GENERATION
018075         SET DL1X-END-OF-OUTPUT TO TRUE
018080         GO TO 3050-EXIT
018085     END-IF.
018090     MOVE DL1-OTG-OUT-IMAGE TO DL1-OUT-RECORD.
018095 3050-EXIT.
018097     EXIT.
018100
018200 3100-WRITE-DETAIL-ROW.
018300     MOVE SPACES TO DL1-EXT-RECORD.
022000     WRITE DL1-EXT-RECORD.
022100 5000-EXIT.
022200     EXIT.
022210
022211******************************************************************
022212*    6000-RECORD-DELIVERY - NOTE THE FEED JUST SENT ON THE       *
022213*    DELIVERY-STATUS FILE, KEYED BY THE DATE ITS RUN STARTED,    *
022214*    AWAITING ACKNOWLEDGMENT.  A RESEND FOR THE SAME DATE        *
022215*    REPLACES THE EARLIER SEND AND CLEARS ANY ACKNOWLEDGMENT     *
022216*    OF IT.  THE FEED IS ALREADY WRITTEN, SO A FAILURE HERE IS   *
022217*    A WARNING: THE FEED STANDS BUT WILL NOT BE TRACKED.  THE    *
022218*    FILE IS CREATED ON FIRST USE.                               *
022219******************************************************************
022220 6000-RECORD-DELIVERY.
022221     ACCEPT DL1X-CURRENT-DATE FROM DATE YYYYMMDD.
022222     ACCEPT DL1X-CURRENT-TIME FROM TIME.
022223     OPEN I-O DL1-DLV-FILE.
022224     IF DL1X-DLV-STATUS = '35'
022225         OPEN OUTPUT DL1-DLV-FILE
022226         CLOSE DL1-DLV-FILE
022227         OPEN I-O DL1-DLV-FILE
022228     END-IF.
022229     IF DL1X-DLV-STATUS NOT = '00'
022230         MOVE 4 TO DL1X-RETURN-CODE
022231         DISPLAY 'DL1234W UNABLE TO OPEN DL1DLV, STATUS='
022232             DL1X-DLV-STATUS ' - FEED NOT TRACKED'
022233         GO TO 6000-EXIT
022234     END-IF.
022235     MOVE DL1-CTL-JOB-START-STAMP TO DL1X-FEED-STAMP.
022236     MOVE DL1X-FEED-DATE TO DL1-DLV-FEED-DATE.
022237     READ DL1-DLV-FILE
022238         INVALID KEY
022239             MOVE SPACES         TO DL1-DLV-RECORD
022240             MOVE DL1X-FEED-DATE TO DL1-DLV-FEED-DATE
022241             MOVE ZERO           TO DL1-DLV-SEND-COUNT
022242     END-READ.
022243     MOVE DL1-CTL-START-VALUE      TO DL1-DLV-START-VALUE.
022244     MOVE DL1-CTL-END-VALUE        TO DL1-DLV-END-VALUE.
022245     MOVE DL1-CTL-TOTAL-ITERATIONS TO DL1-DLV-TRAILER-COUNT.
022246     MOVE DL1X-EXTRACTED-COUNT     TO DL1-DLV-ROWS-SENT.
022247     MOVE DL1X-CURRENT-DATE        TO DL1-DLV-SENT-DATE.
022248     MOVE DL1X-CURRENT-TIME        TO DL1-DLV-SENT-TIME.
022249     ADD 1                         TO DL1-DLV-SEND-COUNT.
022250     SET DL1-DLV-SENT              TO TRUE.
022251     MOVE ZERO                     TO DL1-DLV-ACK-DATE.
022252     MOVE ZERO                     TO DL1-DLV-ACK-ROWS.
022253     MOVE SPACES                   TO DL1-DLV-ACK-LOAD-STATUS.
022254     IF DL1-DLV-SEND-COUNT = 1
022255         WRITE DL1-DLV-RECORD
022256     ELSE
022257         REWRITE DL1-DLV-RECORD
022258     END-IF.
022259     IF DL1X-DLV-STATUS NOT = '00'
022260         MOVE 4 TO DL1X-RETURN-CODE
022261         DISPLAY 'DL1235W UNABLE TO RECORD FEED ' DL1X-FEED-DATE
022262             ' ON DL1DLV, STATUS=' DL1X-DLV-STATUS
022263     END-IF.
022264     CLOSE DL1-DLV-FILE.
022265 6000-EXIT.
022266     EXIT.
022300
022400******************************************************************
022500*    8000-TERMINATE - RECORD THE FEED ON THE CATALOG ENTRY,      *
022600*    CLOSE WHATEVER WAS OPENED, AND TELL THE OPERATOR WHAT WAS   *
022650*    FED.  THE STORE IS ONLY OPENED ONCE A GENERATION WAS        *
022660*    SELECTED, SO AN OPEN STORE MEANS THERE IS AN OUTCOME.       *
022700******************************************************************
022800 8000-TERMINATE.
022810     IF DL1X-OUT-FILE-OPENED
022820         PERFORM 8100-RECORD-EXTRACT THRU 8100-EXIT
022830         CLOSE DL1-OTG-FILE
022840     END-IF.
022900     IF DL1X-CTL-FILE-OPENED
023000         CLOSE DL1-GEN-FILE
023100     END-IF.
023500     IF DL1X-EXT-FILE-OPENED
023600         CLOSE DL1-EXT-FILE
023700     END-IF.
023800     IF DL1X-RETURN-CODE < 8
023900         DISPLAY 'DL1240I EXTRACT COMPLETE - '
024000             DL1X-EXTRACTED-COUNT ' ROWS FED'
024100     ELSE
024400     END-IF.
024500 8000-EXIT.
024600     EXIT.
024700
024800******************************************************************
024900*    8100-RECORD-EXTRACT - MARK THE CATALOG ENTRY EXTRACTED, OR  *
025000*    FAILED WHEN NO FEED WAS PRODUCED, WITH TODAY'S DATE.  A     *
025100*    FEED THAT WENT OUT BUT CANNOT BE RECORDED HERE IS A         *
025200*    WARNING, THE SAME AS ONE THE DELIVERY FILE MISSED.          *
025300******************************************************************
025400 8100-RECORD-EXTRACT.
025500     ACCEPT DL1X-CURRENT-DATE FROM DATE YYYYMMDD.
025600     MOVE DL1X-GENERATION TO DL1-GEN-NUMBER.
025700     READ DL1-GEN-FILE
025800         INVALID KEY
025900             GO TO 8100-FAILED
026000     END-READ.
026100     IF DL1X-RETURN-CODE < 8
026200         SET DL1-GEN-EXTRACTED TO TRUE
026300     ELSE
026400         SET DL1-GEN-EXTRACT-FAILED TO TRUE
026500     END-IF.
026600     MOVE DL1X-CURRENT-DATE TO DL1-GEN-EXTRACT-DATE.
026700     REWRITE DL1-GEN-RECORD.
026800     IF DL1X-CTL-STATUS = '00'
026900         GO TO 8100-EXIT
027000     END-IF.
027100 8100-FAILED.
027200     DISPLAY 'DL1243W UNABLE TO RECORD FEED ON DL1GEN, STATUS='
027300         DL1X-CTL-STATUS.
027400     IF DL1X-RETURN-CODE = ZERO
027500         MOVE 4 TO DL1X-RETURN-CODE
027600     END-IF.
027700 8100-EXIT.
027800     EXIT.
