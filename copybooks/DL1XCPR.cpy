001400*    OPENING A NEW ONE.  THE DETAIL FIELDS CARRY WHAT THE        *
001500*    REPORT COLUMNS SHOW: THE RANGE AND THE LAST COUNTER OR      *
001600*    RETURN-CODE, REFRESHED EACH TIME THE FINDING RECURS.        *
001610*    TYPE 'MR' (MISSED RUN) IS RAISED BY DOWHILESCHED FOR A      *
001620*    SCHEDULED RUN THAT NEVER FINISHED BY ITS DEADLINE: THE      *
001630*    NAME IS THE SCHEDULED RUN-ID, THE QUALIFIER THE BUSINESS    *
001640*    DATE, AND THE LAST COLUMN THE RETURN-CODE OF A REJECTED     *
001650*    ATTEMPT (ZERO WHEN THE RUN WAS NEVER TRIED).                *
001700******************************************************************
001800 01  DL1-XCP-RECORD.
001900     05  DL1-XCP-KEY.
002000         10  DL1-XCP-TYPE        PIC X(02).
002100             88  DL1-XCP-STALE-CKPT      VALUE 'SC'.
002200             88  DL1-XCP-REJECTED-RUN    VALUE 'RJ'.
002210             88  DL1-XCP-MISSED-RUN      VALUE 'MR'.
002300         10  DL1-XCP-NAME        PIC X(08).
002400         10  DL1-XCP-QUALIFIER   PIC X(08).
002500     05  DL1-XCP-FIRST-SEEN      PIC 9(08).
