000100*****************************************************************
000200*    ACTVREC      -   CUSTOMER DAILY ACTIVITY RECORD LAYOUT     *
000300*                                                                *
000400*    ONE RECORD APPENDED TO THE PERSISTENT ACTHIST FILE BY APP  *
000500*    AT EACH CHECKPOINT AND AT END OF RUN FOR EVERY CUSTOMER    *
000600*    (CORRELATION ID) THAT SENT REQUESTS FOR A BUSINESS DATE    *
000650*    SINCE THE LAST ONE, COUNTING THOSE REQUESTS BY TYPE        *
000700*    (ENTRY 1 EC, 2 LK, 3 UP) AND OUTCOME.                      *
000800*    THE FIVE OUTCOMES ARE MUTUALLY EXCLUSIVE AND ADD UP TO     *
000900*    THE REQUESTS SENT: HELD IS A SUSPENDED-CUSTOMER REQUEST    *
001000*    PARKED ON THE HOLD FILE, OVER LIMIT IS REJECT REASON "10", *
001100*    DUPLICATE IS REASON "08" AND REJECTED IS EVERY OTHER       *
001200*    REJECT.  ACT-BUSINESS-DATE IS THE RECORD'S SUB-BATCH       *
001300*    HEADER DATE (THE RUN DATE WHEN THE STREAM CARRIES NO       *
001400*    ENVELOPES).  A RESTART RESUMES AFTER THE LAST CHECKPOINT,  *
001500*    WHOSE ACTIVITY IS ALREADY WRITTEN, SO NOTHING IS COUNTED   *
001550*    TWICE OR LOST; READERS ADD UP EVERY RECORD FOR THE SAME    *
001600*    CUSTOMER AND DATE.  READ BY ACTVANAL.                      *
001700*****************************************************************
001800    05  ACT-BUSINESS-DATE               PIC 9(08).
001900    05  ACT-CORRELATION-ID              PIC X(12).
002000    05  ACT-RUN-DATE                    PIC 9(08).
002100    05  ACT-RUN-TIME                    PIC 9(08).
002200    05  ACT-TYPE-ENTRY OCCURS 3 TIMES.
002300        10  ACT-TYPE-CODE               PIC X(02).
002400        10  ACT-ACCEPT-COUNT            PIC 9(06).
002500        10  ACT-REJECT-COUNT            PIC 9(06).
002600        10  ACT-HELD-COUNT              PIC 9(06).
002700        10  ACT-OVERLIMIT-COUNT         PIC 9(06).
002800        10  ACT-DUPLICATE-COUNT         PIC 9(06).
002900    05  FILLER                          PIC X(08).
