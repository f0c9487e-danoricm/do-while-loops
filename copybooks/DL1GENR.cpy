000100******************************************************************
000200*    DL1GENR - RECORD LAYOUT FOR THE DL1OUT GENERATION CATALOG   *
000300*    (DL1GEN), KEYED BY GENERATION NUMBER.  EVERY DOWHILELOOP    *
000400*    RUN WRITES ITS OUTPUT AS A GENERATION OF ITS OWN ON THE     *
000500*    GENERATION STORE (DL1OUTG, SEE DL1OTGR) AND CATALOGS IT     *
000600*    HERE - RUN DATE, RUN-ID, RANGE, RECORD COUNT, A COPY OF     *
000700*    THE RUN'S TRAILER - SO DOWHILEVERIFY, DOWHILEAPPLY,         *
000800*    DOWHILEEXTRACT, AND DOWHILEGAPFILL CAN BE TOLD WHICH RUN TO *
000900*    CONSUME INSTEAD OF TRUSTING WHATEVER DL1OUT AND DL1CTL ARE  *
001000*    IN FRONT OF THEM.  EACH OF THE FIRST THREE STAMPS ITS OWN   *
001100*    STATUS AND DATE ON THE ENTRY; DOWHILEGENCAT LISTS THE       *
001200*    CATALOG AND ROLLS OFF OLD GENERATIONS ONCE THEY ARE BOTH    *
001300*    VERIFIED AND APPLIED.                                       *
001400*    DL1-GEN-STATE IS 'O' WHILE THE RUN IS STILL WRITING (OR     *
001500*    ABENDED BEFORE ITS TRAILER), 'C' COMPLETE, 'P' PARTIAL      *
001600*    (SUSPENDED AT THE BATCH-WINDOW CUTOFF - THE RESTART GOES ON *
001700*    WRITING THE SAME GENERATION), AND 'R' ROLLED OFF.           *
001800*    APPLIED WITH REJECTS ('R') MEANS EVERY COUNTER WAS EITHER   *
001900*    POSTED OR WRITTEN TO DL1REJ, SO FOR RETENTION IT COUNTS AS  *
002000*    APPLIED.                                                    *
002010*    BACKED OUT ('B') MEANS DOWHILEBACKOUT HAS RETURNED SOME OR  *
002020*    ALL OF THE GENERATION'S ITEMS TO UNPROCESSED, SO IT COUNTS  *
002030*    AS NOT APPLIED UNTIL DOWHILEAPPLY RUNS IT AGAIN.            *
002100*    KEY ZERO IS THE CATALOG CONTROL RECORD, HOLDING THE LAST    *
002200*    GENERATION NUMBER ASSIGNED (DL1-GEN-CONTROL-DATA).          *
002300******************************************************************
002400 01  DL1-GEN-RECORD.
002500     05  DL1-GEN-KEY.
002600         10  DL1-GEN-NUMBER      PIC 9(06).
002700     05  DL1-GEN-DATA.
002800         10  DL1-GEN-RUN-DATE    PIC 9(08).
002900         10  DL1-GEN-RUN-ID      PIC X(08).
003000         10  DL1-GEN-START-VALUE PIC 9(09).
003100         10  DL1-GEN-END-VALUE   PIC 9(09).
003200         10  DL1-GEN-RECORD-COUNT PIC 9(09).
003300         10  DL1-GEN-STATE       PIC X(01).
003400             88  DL1-GEN-OPEN               VALUE 'O'.
003500             88  DL1-GEN-COMPLETE           VALUE 'C'.
003600             88  DL1-GEN-PARTIAL            VALUE 'P'.
003700             88  DL1-GEN-ROLLED-OFF         VALUE 'R'.
003800         10  DL1-GEN-VERIFY-STATUS PIC X(01).
003900             88  DL1-GEN-NOT-VERIFIED       VALUE ' '.
004000             88  DL1-GEN-VERIFIED           VALUE 'V'.
004100             88  DL1-GEN-VERIFY-FAILED      VALUE 'F'.
004200         10  DL1-GEN-VERIFY-DATE PIC 9(08).
004300         10  DL1-GEN-APPLY-STATUS PIC X(01).
004400             88  DL1-GEN-NOT-APPLIED        VALUE ' '.
004500             88  DL1-GEN-APPLIED            VALUE 'A'.
004600             88  DL1-GEN-APPLIED-REJECTS    VALUE 'R'.
004700             88  DL1-GEN-APPLY-FAILED       VALUE 'F'.
004710             88  DL1-GEN-BACKED-OUT         VALUE 'B'.
004800         10  DL1-GEN-APPLY-DATE  PIC 9(08).
004900         10  DL1-GEN-EXTRACT-STATUS PIC X(01).
005000             88  DL1-GEN-NOT-EXTRACTED      VALUE ' '.
005100             88  DL1-GEN-EXTRACTED          VALUE 'X'.
005200             88  DL1-GEN-EXTRACT-FAILED     VALUE 'F'.
005300         10  DL1-GEN-EXTRACT-DATE PIC 9(08).
005400         10  DL1-GEN-ROLLED-DATE PIC 9(08).
005500*        THE RUN'S DL1CTL TRAILER, FIELD FOR FIELD (SEE DL1CTLR),
005600*        SO A CONSUMER CAN MOVE IT WHOLE INTO DL1-CTL-RECORD.
005700         10  DL1-GEN-TRAILER.
005800             15  DL1-GEN-CTL-TOTAL-ITERATIONS PIC 9(09).
005900             15  DL1-GEN-CTL-START-VALUE     PIC 9(09).
006000             15  DL1-GEN-CTL-END-VALUE       PIC 9(09).
006100             15  DL1-GEN-CTL-OVERALL-START   PIC 9(09).
006200             15  DL1-GEN-CTL-OVERALL-END     PIC 9(09).
006300             15  DL1-GEN-CTL-JOB-START-STAMP PIC 9(16).
006400             15  DL1-GEN-CTL-JOB-END-STAMP   PIC 9(16).
006500             15  DL1-GEN-CTL-STEP-VALUE      PIC 9(09).
006600             15  DL1-GEN-CTL-DIRECTION       PIC X(01).
006700             15  DL1-GEN-CTL-SKIPPED-COUNT   PIC 9(09).
006800             15  DL1-GEN-CTL-RUN-STATUS      PIC X(01).
006900             15  FILLER                      PIC X(09).
007000         10  FILLER              PIC X(09).
007100     05  DL1-GEN-CONTROL-DATA REDEFINES DL1-GEN-DATA.
007200         10  DL1-GEN-LAST-NUMBER PIC 9(06).
007300         10  FILLER              PIC X(188).
