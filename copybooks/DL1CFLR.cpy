000100******************************************************************
000200*    DL1CFLR - RECORD LAYOUT FOR THE CONFIGURATION CHANGE LOG    *
000300*    (DL1CFL).  DOWHILECFGMAINT APPENDS ONE ROW PER ADD, CHANGE, *
000400*    OR DELETE ATTEMPTED AGAINST DL1CFG - WHO, WHEN, WHICH KEY,  *
000500*    THE VALUE BEFORE AND AFTER, AND WHETHER IT TOOK - IN THE    *
000600*    SPIRIT OF THE DL1CKL CHECKPOINT MAINTENANCE LOG, SO "WHY    *
000700*    DID THE MONITOR THRESHOLD MOVE" ALWAYS HAS AN ANSWER.  FOR  *
000800*    AN ADD THE OLD VALUE IS ZERO; FOR A DELETE THE NEW VALUE IS *
000900*    ZERO AND THE OLD VALUE IS WHAT THE DELETED RECORD HELD.  A  *
001000*    LISTING IS NOT A CHANGE AND IS NOT LOGGED.                  *
001100******************************************************************
001200 01  DL1-CFL-RECORD.
001300     05  DL1-CFL-OPERATOR-ID     PIC X(08).
001400     05  DL1-CFL-RUN-DATE        PIC 9(08).
001500     05  DL1-CFL-RUN-TIME        PIC 9(08).
001600     05  DL1-CFL-ACTION          PIC X(08).
001700     05  DL1-CFL-CFG-KEY         PIC X(16).
001800     05  DL1-CFL-OLD-VALUE       PIC S9(9) SIGN LEADING SEPARATE.
001900     05  DL1-CFL-NEW-VALUE       PIC S9(9) SIGN LEADING SEPARATE.
002000     05  DL1-CFL-RESULT          PIC X(08).
002100     05  FILLER                  PIC X(04).
