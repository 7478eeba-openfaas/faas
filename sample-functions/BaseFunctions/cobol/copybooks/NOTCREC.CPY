000100*****************************************************************
000200*    NOTCREC      -   CUSTOMER NOTICE RECORD LAYOUT             *
000300*                                                               *
000400*    ONE RECORD PER CUSTOMER PER BUSINESS DATE ON THE NOTICES   *
000500*    CORRESPONDENCE FILE NTCEXTR CUTS FOR THE MAIL HOUSE AFTER  *
000600*    APPBATCH.  IT GATHERS EVERY REQUEST OF THE CUSTOMER'S THAT *
000700*    WAS REJECTED OVER THE DAILY LIMIT, HELD BECAUSE THE        *
000800*    ACCOUNT IS SUSPENDED, OR DROPPED TO SUSPENSE BY REJRECYC   *
000900*    OR HLDRELSE THAT DAY.                                      *
001000*                                                               *
001100*    NTC-ITEM-COUNT IS EVERY AFFECTED REQUEST; THE FIRST 20 ARE *
001200*    LISTED IN NTC-ITEM, EACH WITH THE PLAIN-LANGUAGE REASON TO *
001300*    PRINT IN PLACE OF THE REASON CODE.  WHEN NTC-ITEM-COUNT IS *
001400*    GREATER THAN NTC-ITEMS-LISTED THE MAIL HOUSE PRINTS THE    *
001500*    BALANCE AS "AND NNN FURTHER REQUESTS".                     *
001600*                                                               *
001700*    NTC-ITEM-SOURCE:                                           *
001800*      "R"  REJECTED BY APP (SYSERR)                            *
001900*      "H"  HELD - THE CUSTOMER IS SUSPENDED (HOLDFILE)         *
002000*      "S"  DROPPED TO SUSPENSE (HLDRPT / RCYRPT)               *
002100*****************************************************************
002200    05  NTC-CORRELATION-ID              PIC X(12).
002300    05  NTC-CUSTOMER-NAME               PIC X(30).
002400    05  NTC-NOTICE-DATE                 PIC 9(08).
002500    05  NTC-ITEM-COUNT                  PIC 9(03).
002600    05  NTC-ITEMS-LISTED                PIC 9(02).
002700    05  NTC-ITEM OCCURS 20 TIMES.
002800        10  NTC-ITEM-CORRELATION-ID     PIC X(12).
002900        10  NTC-ITEM-SOURCE             PIC X(01).
003000            88  NTC-ITEM-REJECTED           VALUE "R".
003100            88  NTC-ITEM-HELD               VALUE "H".
003200            88  NTC-ITEM-SUSPENSE           VALUE "S".
003300        10  NTC-ITEM-REASON-TEXT        PIC X(50).
003400    05  FILLER                          PIC X(05).
