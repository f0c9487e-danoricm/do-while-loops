000605*    WIDENS THE FIXED RECORD LENGTH - DL1CKPT MUST BE             *
000606*    EMPTIED/REINITIALIZED WHEN THIS FIELD SHIPS, AS THE AUDIT    *
000607*    TRAIL WAS FOR ITS WIDENING.                                  *
000608*    DL1-CKPT-GENERATION IS THE DL1GEN GENERATION THE RUN WAS     *
000609*    WRITING, SO A RESTART FINISHES THAT GENERATION RATHER        *
000631*    THAN CATALOGING A NEW ONE.  CARVED OUT OF THE TRAILING       *
000653*    FILLER; A CHECKPOINT FROM BEFORE IT CARRIES SPACES THERE.    *
000675******************************************************************
000700 01  DL1-CKPT-RECORD.
000800     05  DL1-CKPT-KEY            PIC X(08).
000900     05  DL1-CKPT-RUN-START      PIC 9(09).
001240     05  DL1-CKPT-STEP-VALUE     PIC 9(09).
001250     05  DL1-CKPT-DIRECTION      PIC X(01).
001260     05  DL1-CKPT-SKIPPED-COUNT  PIC 9(09).
001265     05  DL1-CKPT-GENERATION     PIC 9(06).
001270     05  FILLER                  PIC X(04).
