000800*    APPLY OF THE SAME RANGE SHOWS UP AS ALREADY-PROCESSED       *
000900*    INSTEAD OF SILENTLY RESTAMPING.  THE MASTER IS BUSINESS     *
001000*    DATA MAINTAINED OUTSIDE THIS SUITE - THE APPLY STEP ONLY    *
001100*    EVER UPDATES THE STATUS AND STAMP FIELDS.  THE ADDED DATE   *
001110*    IS SET BY THE BUSINESS LOAD WHEN THE ITEM IS PUT ON THE     *
001120*    MASTER; DOWHILEBACKLOG AGES THE UNPROCESSED ITEMS FROM IT,  *
001130*    AND AN ITEM LOADED WITHOUT ONE IS COUNTED AS AGE UNKNOWN.   *
001200******************************************************************
001300 01  DL1-WIM-RECORD.
001400     05  DL1-WIM-ITEM-NUMBER     PIC 9(09).
001700         88  DL1-WIM-PROCESSED           VALUE 'P'.
001800     05  DL1-WIM-PROCESSED-DATE  PIC 9(08).
001900     05  DL1-WIM-PROCESSED-SEQ   PIC 9(09).
001950     05  DL1-WIM-ADDED-DATE      PIC 9(08).
002000     05  FILLER                  PIC X(05).
