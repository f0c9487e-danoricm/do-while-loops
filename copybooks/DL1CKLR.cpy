000700*    INSTEAD OF DATASET SURGERY OUTSIDE THE APPLICATION.        *
000800*    OLD/NEW-COUNTER ARE MEANINGFUL FOR RESET; FOR DELETE THE   *
000900*    OLD COUNTER IS THE VALUE THE DELETED RECORD HELD.          *
000910*    THE SAME FILE IS THE SUITE'S AUTHORIZATION DENIAL LOG:     *
000920*    EVERY ACTION REFUSED AFTER A CHECK OF DL1OPA IS APPENDED   *
000930*    WITH RESULT DENIED - CHECKPOINT DELETE/RESET HERE, EXCACK  *
000940*    FROM DOWHILEEXCACK, CFGADD/CFGCHG/CFGDEL FROM              *
000950*    DOWHILECFGMAINT (KEY IS THE FIRST EIGHT CHARACTERS OF      *
000960*    THE CONFIGURATION KEY), AND RUNRANGE FROM DOWHILELOOP      *
000970*    (KEY IS THE RUN-ID, OLD/NEW-COUNTER THE START AND END).    *
001000******************************************************************
001100 01  DL1-CKL-RECORD.
001200     05  DL1-CKL-OPERATOR-ID     PIC X(08).
