000500*    CARRIES THE TRACE/BANNER INFORMATION THAT USED TO GO TO     *
000600*    DISPLAY SO AN INCIDENT CAN BE RECONSTRUCTED AFTER THE       *
000700*    CONTAINER'S STDOUT HAS ROTATED AWAY.                        *
000710*                                                                *
000720*    AUD-REASON-CODE IS THE SYSERR REJECT REASON (SEE REJREC)   *
000730*    ON A "REJECTED" OR "HELD" EVENT AND SPACES ON EVERY OTHER  *
000740*    EVENT.  ARCHIVE GENERATIONS WRITTEN BEFORE THE FIELD WAS   *
000750*    ADDED READ BACK WITH SPACES THERE.                         *
000800*****************************************************************
000900    05  AUD-SEQUENCE-NO                 PIC 9(06).
001000    05  AUD-TIMESTAMP                   PIC X(26).
001100    05  AUD-EVENT-TYPE                  PIC X(10).
001200    05  AUD-DETAIL                      PIC X(64).
001300    05  AUD-REASON-CODE                 PIC X(02).
