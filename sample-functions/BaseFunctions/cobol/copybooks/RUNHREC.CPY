000900*    REJ-REASON-CODE 0N.  THE TABLE GREW FROM 10 TO 12 ENTRIES  *
000910*    WHEN REASON "11" ARRIVED; A RUNHIST FILE ON THE OLD        *
000920*    LAYOUT MUST BE ARCHIVED OFF AND STARTED FRESH.             *
000930*    RUNH-REVERSAL-COUNT (ACCEPTED "RV" REVERSALS, ALSO COUNTED  *
000940*    IN RUNH-ACCEPT-COUNT) WAS ADDED AT THE END; OLDER RECORDS   *
000950*    ARE SHORTER AND READ IT AS SPACES.                          *
000960*    RUNH-PARTITION-NO/COUNT WERE ADDED THE SAME WAY: A          *
000970*    PARTITION RUN OF A SPLIT DAY CARRIES ITS NUMBER AND THE     *
000980*    NUMBER OF PARTITIONS ON ITS OWN WORK RUNHIST; THE ONE       *
000985*    DAY-LEVEL RECORD APPMERGE BUILDS FROM THEM CARRIES ZERO     *
000990*    AND THE COUNT; AN UNSPLIT RUN CARRIES ZERO AND ZERO.        *
001000*****************************************************************
001100    05  RUNH-RUN-DATE                   PIC 9(08).
001200    05  RUNH-RUN-TIME                   PIC 9(08).
001800                                        PIC 9(04).
001900    05  RUNH-SHORTEST-LEN               PIC 9(04).
002000    05  RUNH-LONGEST-LEN                PIC 9(04).
002100    05  RUNH-REVERSAL-COUNT             PIC 9(06).
002200    05  RUNH-PARTITION-NO               PIC 9(02).
002300    05  RUNH-PARTITION-COUNT            PIC 9(02).
