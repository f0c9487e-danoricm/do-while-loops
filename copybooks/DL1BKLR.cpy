000100******************************************************************
000200*    DL1BKLR - RECORD LAYOUT FOR THE WORK-ITEM BACKOUT LOG       *
000300*    (DL1BKL).  DOWHILEBACKOUT APPENDS ONE ROW PER WORK ITEM IT  *
000400*    RETURNS FROM PROCESSED TO UNPROCESSED, CARRYING THE ITEM'S  *
000500*    STATUS AND STAMP FIELDS AS THEY STOOD BEFORE THE BACKOUT    *
000600*    AND AS THEY WERE REWRITTEN, SO EVERY REVERSAL OF A DL1WIM   *
000700*    STAMP CAN BE ACCOUNTED FOR - AND, IF IT EVER HAS TO BE,     *
000800*    PUT BACK BY HAND - WITHOUT GUESSING WHICH RUN IT BELONGED   *
000900*    TO.  THE LOG IS CUMULATIVE ACROSS BACKOUTS.                 *
001000******************************************************************
001100 01  DL1-BKL-RECORD.
001200     05  DL1-BKL-ITEM-NUMBER     PIC 9(09).
001300     05  DL1-BKL-BACKOUT-DATE    PIC 9(08).
001400     05  DL1-BKL-BACKOUT-TIME    PIC 9(08).
001500     05  DL1-BKL-BEFORE-STATUS   PIC X(01).
001600     05  DL1-BKL-BEFORE-DATE     PIC 9(08).
001700     05  DL1-BKL-BEFORE-SEQ      PIC 9(09).
001800     05  DL1-BKL-AFTER-STATUS    PIC X(01).
001900     05  DL1-BKL-AFTER-DATE      PIC 9(08).
002000     05  DL1-BKL-AFTER-SEQ       PIC 9(09).
002100     05  FILLER                  PIC X(19).
