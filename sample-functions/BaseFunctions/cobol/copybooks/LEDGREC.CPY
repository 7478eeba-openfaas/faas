000100*****************************************************************
000200*    LEDGREC      -   BATCH JOB LEDGER RECORD LAYOUT            *
000300*                                                                *
000400*    ONE RECORD APPENDED TO THE SHARED LEDGER DATASET BY        *
000500*    JOBLEDGR WHEN A BATCH PROGRAM STARTS ("S") AND AGAIN WHEN  *
000600*    IT ENDS ("E"), SO JOBSTAT CAN PRINT ONE MORNING STATUS     *
000700*    REPORT FOR THE WHOLE NIGHT INSTEAD OF THE SHIFT LEAD       *
000800*    READING EVERY JOB'S OWN REPORT.  A START WITH NO MATCHING  *
000900*    END MEANS THE PROGRAM ABENDED OR WAS CANCELLED.            *
001000*                                                                *
001100*    LDG-BUSINESS-DATE IS THE RUNCTL DATE THE RUN BELONGS TO,   *
001200*    TAKEN AT START: THE EXPECTED DATE FOR PROGRAMS THAT RUN    *
001300*    AHEAD OF (OR AS) APP'S DAY, THE LAST-RUN DATE FOR THOSE    *
001400*    THAT FOLLOW IT ONCE APP HAS ADVANCED RUNCTL (RECONCIL,     *
001500*    CUSTBKUP, ACKRECON, REGPURGE AND THE USAGEXT PROGRAMS).    *
001600*    WITH NO RUNCTL THE CLOCK DATE IS USED.  RETURN CODE,       *
001700*    ELAPSED SECONDS AND THE COUNTS ARE SET ON THE END ENTRY    *
001800*    ONLY; EACH PROGRAM CHOOSES UP TO THREE KEY COUNTS AND      *
001900*    LABELS THEM (UNUSED ENTRIES ARE SPACES/ZERO).              *
002000*****************************************************************
002100    05  LDG-BUSINESS-DATE               PIC 9(08).
002200    05  LDG-PROGRAM                     PIC X(08).
002300    05  LDG-EVENT                       PIC X(01).
002400        88  LDG-EVENT-START                 VALUE "S".
002500        88  LDG-EVENT-END                   VALUE "E".
002600    05  LDG-RUN-DATE                    PIC 9(08).
002700    05  LDG-RUN-TIME                    PIC 9(08).
002800    05  LDG-RETURN-CODE                 PIC 9(04).
002900    05  LDG-ELAPSED-SECS                PIC 9(06).
003000    05  LDG-COUNT-ENTRY OCCURS 3 TIMES.
003100        10  LDG-COUNT-LABEL             PIC X(08).
003200        10  LDG-COUNT-VALUE             PIC 9(09).
003300    05  FILLER                          PIC X(06).
