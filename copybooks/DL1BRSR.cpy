000100******************************************************************
000200*    DL1BRSR - RECORD LAYOUT FOR THE DOWHILEBATCH RESTART        *
000300*    JOURNAL (DL1BRS).  THE DRIVER'S OWN RESTART POSITION, KEPT  *
000400*    APART FROM DL1CKPT (WHICH BELONGS TO THE RANGES IT CALLS).  *
000500*    A NEW BATCH STARTS THE JOURNAL WITH A 'B' RECORD, APPENDS A *
000600*    'P' RECORD AS EACH REQUEST'S RESULT IS WRITTEN TO DL1RES -  *
000700*    DL1-BRS-POSITION IS THEN THE NUMBER OF DL1REQ RECORDS       *
000800*    FINISHED - AND CLOSES IT WITH AN 'E' RECORD WHEN THE QUEUE  *
000900*    HAS BEEN READ TO THE END.  A JOURNAL WHOSE LAST RECORD IS   *
001000*    NOT AN 'E' IS AN UNFINISHED BATCH, AND THE NEXT RUN RESUMES *
001100*    IT.  RECORDS ARE ONLY EVER APPENDED, SO AN ABEND CAN NEVER  *
001200*    LEAVE THE POSITION HALF WRITTEN.                            *
001300******************************************************************
001400 01  DL1-BRS-RECORD.
001500     05  DL1-BRS-RECORD-TYPE     PIC X(01).
001600         88  DL1-BRS-BATCH-BEGUN        VALUE 'B'.
001700         88  DL1-BRS-POSITION-RECORD    VALUE 'P'.
001800         88  DL1-BRS-BATCH-ENDED        VALUE 'E'.
001900     05  DL1-BRS-DATE            PIC 9(08).
002000     05  DL1-BRS-TIME            PIC 9(08).
002100     05  DL1-BRS-POSITION        PIC 9(09).
002200     05  DL1-BRS-RUN-ID          PIC X(08).
002300     05  DL1-BRS-STATUS-CODE     PIC 9(04).
002400     05  FILLER                  PIC X(42).
