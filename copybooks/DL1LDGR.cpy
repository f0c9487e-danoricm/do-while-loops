000100******************************************************************
000200*    DL1LDGR - RECORD LAYOUT FOR THE COUNTER ISSUANCE LEDGER     *
000300*    (DL1LDG), KEYED BY COUNTER VALUE.  DOWHILELOOP ADDS ONE     *
000400*    RECORD FOR EVERY VALUE IT WRITES TO DL1OUT, NAMING THE RUN  *
000500*    THAT ISSUED IT - RUN DATE, RUN-ID, AND THE VALUE'S          *
000600*    DL1-OUT-SEQUENCE - AND CONSULTS THE LEDGER BEFORE EVERY     *
000700*    VALUE, SO NO COUNTER IS EVER ISSUED BY TWO DIFFERENT RUNS.  *
000800*    THE DL1EXC LIST STILL EXCLUDES BY HAND; THE LEDGER DOES IT  *
000900*    FROM THE RECORD OF WHAT WAS ACTUALLY ISSUED.                *
001000******************************************************************
001100 01  DL1-LDG-RECORD.
001200     05  DL1-LDG-COUNTER         PIC 9(09).
001300     05  DL1-LDG-RUN-DATE        PIC 9(08).
001400     05  DL1-LDG-RUN-ID          PIC X(08).
001500     05  DL1-LDG-SEQUENCE        PIC 9(09).
001600     05  FILLER                  PIC X(46).
