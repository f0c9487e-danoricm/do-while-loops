000100******************************************************************
000200*    DL1DLVR - RECORD LAYOUT FOR THE EXTRACT DELIVERY-STATUS     *
000300*    FILE (DL1DLV), KEYED BY FEED DATE - THE DATE THE RUN ON THE *
000400*    FEED'S TRAILER STARTED, WHICH IS THE RUN DATE THE ANALYTICS *
000500*    SIDE QUOTES BACK ON ITS ACKNOWLEDGMENT.  DOWHILEEXTRACT     *
000600*    WRITES THE RECORD WHEN IT SENDS A FEED (A RESEND OF THE     *
000700*    SAME DATE REFRESHES IT AND COUNTS THE SEND); DOWHILEDELIVER *
000800*    POSTS THE ACKNOWLEDGMENT AGAINST IT AND AGES IT.  STATUS:   *
000900*      S  SENT, NOT YET ACKNOWLEDGED                             *
001000*      A  ACKNOWLEDGED - LOADED, ROW COUNT AGREES WITH TRAILER   *
001100*      M  COUNT MISMATCH - LOADED ROW COUNT DISAGREES            *
001200*      F  LOAD FAILED - THE ANALYTICS LOAD STATUS WAS NOT LOADED *
001300*      O  OVERDUE - STILL UNACKNOWLEDGED PAST THE THRESHOLD      *
001400******************************************************************
001500 01  DL1-DLV-RECORD.
001600     05  DL1-DLV-KEY.
001700         10  DL1-DLV-FEED-DATE   PIC 9(08).
001800     05  DL1-DLV-START-VALUE     PIC 9(09).
001900     05  DL1-DLV-END-VALUE       PIC 9(09).
002000     05  DL1-DLV-TRAILER-COUNT   PIC 9(09).
002100     05  DL1-DLV-ROWS-SENT       PIC 9(09).
002200     05  DL1-DLV-SENT-DATE       PIC 9(08).
002300     05  DL1-DLV-SENT-TIME       PIC 9(08).
002400     05  DL1-DLV-SEND-COUNT      PIC 9(04).
002500     05  DL1-DLV-STATUS          PIC X(01).
002600         88  DL1-DLV-SENT                VALUE 'S'.
002700         88  DL1-DLV-ACKNOWLEDGED        VALUE 'A'.
002800         88  DL1-DLV-COUNT-MISMATCH      VALUE 'M'.
002900         88  DL1-DLV-LOAD-FAILED         VALUE 'F'.
003000         88  DL1-DLV-OVERDUE             VALUE 'O'.
003100     05  DL1-DLV-ACK-DATE        PIC 9(08).
003200     05  DL1-DLV-ACK-ROWS        PIC 9(09).
003300     05  DL1-DLV-ACK-LOAD-STATUS PIC X(08).
003400     05  FILLER                  PIC X(10).
