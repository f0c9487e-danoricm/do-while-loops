000100******************************************************************
000200*    DL1OTGR - RECORD LAYOUT FOR THE DL1OUT GENERATION STORE     *
000300*    (DL1OUTG), KEYED BY GENERATION NUMBER AND SEQUENCE.         *
000400*    DOWHILELOOP WRITES EVERY DL1OUT RECORD HERE AS WELL, UNDER  *
000500*    ITS RUN'S GENERATION NUMBER FROM THE CATALOG (DL1GEN, SEE   *
000600*    DL1GENR).  THE KEY IS THE RECORD'S OWN DL1-OUT-SEQUENCE, SO *
000700*    A RESTART THAT REPEATS ITS LAST CHECKPOINT INTERVAL         *
000800*    REPLACES THOSE RECORDS INSTEAD OF DUPLICATING THEM.  THE    *
000900*    CONSUMERS READ ONE GENERATION BY STARTING AT ITS FIRST KEY  *
001000*    AND MOVE DL1-OTG-OUT-IMAGE INTO DL1-OUT-RECORD (DL1OUTR).   *
001100******************************************************************
001200 01  DL1-OTG-RECORD.
001300     05  DL1-OTG-KEY.
001400         10  DL1-OTG-GENERATION  PIC 9(06).
001500         10  DL1-OTG-SEQUENCE    PIC 9(09).
001600     05  DL1-OTG-OUT-IMAGE       PIC X(46).
001700     05  FILLER                  PIC X(19).
