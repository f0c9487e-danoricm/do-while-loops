000100******************************************************************
000200*    DL1ACKR - RECORD LAYOUT FOR THE ACKNOWLEDGMENT FILE         *
000300*    (DL1ACK) RETURNED BY THE DISTRIBUTED ANALYTICS TEAM FOR THE *
000400*    DL1EXT FEED.  LINE SEQUENTIAL AND COMMA-DELIMITED LIKE THE  *
000500*    FEED ITSELF, ONE ROW PER FEED LOADED:                       *
000600*      RUN-DATE,ROW-COUNT,LOAD-STATUS                            *
000700*    RUN DATE YYYYMMDD AS ON THE FEED, THE NUMBER OF DETAIL ROWS *
000800*    THEY LOADED, AND THEIR LOAD STATUS - LOADED, OR A WORD OF   *
000900*    THEIR OWN FOR ANYTHING ELSE.  AN OPTIONAL HEADER ROW        *
001000*    STARTING "RUN-DATE" IS IGNORED.                             *
001100******************************************************************
001200 01  DL1-ACK-RECORD              PIC X(80).
