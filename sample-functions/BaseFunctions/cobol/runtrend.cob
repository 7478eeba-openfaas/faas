001700*                    SENDING 30 PCT REJECTS FOR A WEEK SHOWS    *
001800*                    UP THE FIRST MORNING.  RC=04 WHEN ANY      *
001900*                    DEVIATION IS FLAGGED.                      *
001920*    2026-10-15  RH  RENAMED RUNHREC'S NEW PARTITION FIELDS IN  *
001940*                    THE HISTORY TABLE COPY.  A PARTITIONED     *
001960*                    DAY STILL TRENDS AS ONE RUN - APPMERGE     *
001980*                    APPENDS ONE DAY RECORD TO RUNHIST.         *
002000*                                                                *
002100*    CONTROL CARDS (KEYWORD=VALUE, SEE COPYBOOK CTLCREC):        *
002200*        THRESHOLD=NNN  DEVIATION FLAG THRESHOLD IN PERCENT     *
006800     ==RUNH-REJECT-COUNT== BY ==RHT-REJECT-COUNT==
006900     ==RUNH-REJ-REASON-CNT== BY ==RHT-REJ-REASON-CNT==
007000     ==RUNH-SHORTEST-LEN== BY ==RHT-SHORTEST-LEN==
007100     ==RUNH-LONGEST-LEN== BY ==RHT-LONGEST-LEN==
007150     ==RUNH-REVERSAL-COUNT== BY ==RHT-REVERSAL-COUNT==
007166     ==RUNH-PARTITION-NO== BY ==RHT-PARTITION-NO==
007182     ==RUNH-PARTITION-COUNT== BY ==RHT-PARTITION-COUNT==.
007200
007300*****************************************************************
007400*    SWITCHES AND STATUS CODES                                 *
