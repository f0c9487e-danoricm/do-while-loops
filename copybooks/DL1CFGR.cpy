002300*                        THE PARM IS BLANK                       *
002310*      ESCALATE-DAYS     DOWHILEMONITOR DAYS AN EXCEPTION MAY    *
002320*                        STAY OPEN BEFORE IT IS ESCALATED        *
002325*      ACK-OVERDUE-DAYS  DOWHILEDELIVER DAYS A FEED MAY GO       *
002327*                        UNACKNOWLEDGED WHEN THE PARM IS BLANK   *
002328*      GEN-KEEP-COUNT    DOWHILEGENCAT GENERATIONS OF DL1OUT     *
002329*                        KEPT WHEN THE PARM IS BLANK             *
002330*    DL1-CFG-CHANGED-DATE AND DL1-CFG-CHANGED-TIME (HHMMSS) ARE  *
002340*    STAMPED BY DOWHILECFGMAINT ON EVERY ADD OR CHANGE, FOR ITS  *
002350*    LISTING.  CARVED OUT OF THE TRAILING FILLER, SO THE RECORD  *
002360*    LENGTH IS UNCHANGED; A RECORD LAST WRITTEN BEFORE THEY      *
002370*    EXISTED CARRIES SPACES THERE, WHICH READS AS "NOT KNOWN".   *
002400******************************************************************
002500 01  DL1-CFG-RECORD.
002600     05  DL1-CFG-KEY             PIC X(16).
002700     05  DL1-CFG-VALUE           PIC S9(9) SIGN LEADING SEPARATE.
002800     05  DL1-CFG-CHANGED-DATE    PIC 9(08).
002900     05  DL1-CFG-CHANGED-TIME    PIC 9(06).
