001500*                    CALREC/RUNCREC); THIS PROGRAM IS HOW       *
001600*                    OPERATIONS BUILDS AND ADJUSTS BOTH.        *
001700*                    SEE JCL/CALMNT.JCL.                        *
001720*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
001740*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
001760*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
001780*                    FOR THE MORNING JOBSTAT REPORT.            *
001800*                                                                *
001900*    CONTROL CARDS (CALCARDS, KEYWORD=VALUE, SEE CTLCREC),      *
002000*    APPLIED IN CARD ORDER - PUT BUILD BEFORE ITS HOLIDAYS:     *
014400 01  WS-REPORT-WORK.
014500     05  WS-RPT-LABEL                    PIC X(30).
014600     05  WS-RPT-VALUE                    PIC X(50).
014607
014614*****************************************************************
014621*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
014628*****************************************************************
014635 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "CALMNT  ".
014642 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
014649 77  WS-LDG-BASIS                    PIC X(01) VALUE "E".
014656 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
014663 01  WS-LDG-COUNTS.
014670     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
014677         10  WS-LDG-COUNT-LABEL          PIC X(08).
014684         10  WS-LDG-COUNT-VALUE          PIC 9(09).
014700
014800 PROCEDURE DIVISION.
014900*****************************************************************
015000*    0000-MAINLINE                                              *
015100*****************************************************************
015200 0000-MAINLINE.
015250     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
015500     PERFORM 3000-APPLY-CARDS THRU 3000-EXIT.
015600     PERFORM 4000-WRITE-CALENDAR THRU 4000-EXIT.
015700     PERFORM 5000-WRITE-RUN-CONTROL THRU 5000-EXIT.
015800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015850     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
015900     STOP RUN.
016000 0000-EXIT.
016100     EXIT.
019600
019700 1950-FATAL-FILE-ERROR.
019800     MOVE 16 TO RETURN-CODE.
019850     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
019900     STOP RUN.
020000
020100*****************************************************************
052100     END-IF.
052200 9000-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
052700*****************************************************************
052800 9800-LEDGER-START.
052900     MOVE "S" TO WS-LDG-EVENT.
053000     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
053100 9800-EXIT.
053200     EXIT.
053300
053400*****************************************************************
053500*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
053600*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
053700*****************************************************************
053800 9810-LEDGER-END.
053900     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
054000     MOVE "CARDS   " TO WS-LDG-COUNT-LABEL(1).
054100     MOVE WS-CARD-COUNT TO WS-LDG-COUNT-VALUE(1).
054200     MOVE "APPLIED " TO WS-LDG-COUNT-LABEL(2).
054300     MOVE WS-APPLIED-COUNT TO WS-LDG-COUNT-VALUE(2).
054400     MOVE "REJECTED" TO WS-LDG-COUNT-LABEL(3).
054500     MOVE WS-REJECTED-COUNT TO WS-LDG-COUNT-VALUE(3).
054600     MOVE "E" TO WS-LDG-EVENT.
054700     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
054800     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
054900 9810-EXIT.
055000     EXIT.
055100
055200 9820-CALL-LEDGER.
055300     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
055400                           WS-LDG-EVENT
055500                           WS-LDG-BASIS
055600                           WS-LDG-RETURN-CODE
055700                           WS-LDG-COUNTS.
055800 9820-EXIT.
055900     EXIT.
