000500*    THE CUSTMAST INDEXED MASTER, APPENDED TO THE DATED         *
000600*    JRNLFILE BY MSTRJRNL ON BEHALF OF EVERY PROGRAM THAT       *
000700*    TOUCHES THE MASTER (MSTRLKUP, MSTRSCAN, MSTRUPDT,          *
000800*    MSTRREVS, MSTRMNT, MSTRUSEX).  CARRIES THE FULL BEFORE     *
000850*    AND AFTER IMAGES (MASTREC LAYOUT) SO MSTRRCVR CAN          *
000900*    REBUILD THE MASTER FROM THE LAST BACKUP COPY PLUS THE      *
001000*    JOURNALS -                                                 *
001100*    WITHOUT THIS, A CORRUPTED MASTER MEANT RELOADING FROM      *
001200*    CUSTLOAD AND LOSING EVERY METERED COUNT SINCE.  AN ADD     *
001300*    HAS A SPACE BEFORE IMAGE; A DELETE HAS A SPACE AFTER       *
