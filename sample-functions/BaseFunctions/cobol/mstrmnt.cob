003100*                    MNT-DAILY-LIMIT FIELD (ZERO = UNLIMITED).  *
003200*                    NEW MASTER RECORDS START UNLIMITED WITH    *
003300*                    ZEROED DAILY FIELDS.                       *
003310*    2026-10-15  RH  TRANSACTIONS NOW REACH THIS PROGRAM        *
003320*                    THROUGH MNTPEND, WHICH HOLDS FUTURE-DATED  *
003330*                    ONES ON THE PENDING-MAINTENANCE FILE AND   *
003340*                    RELEASES THEM WHEN DUE.  AN "X" CANCEL IS  *
003350*                    MNTPEND'S BUSINESS AND IS REJECTED HERE.   *
003360*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
003370*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
003380*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
003390*                    FOR THE MORNING JOBSTAT REPORT.            *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
010000 77  WS-JRNL-ACTION                  PIC X(01) VALUE SPACE.
010100 01  WS-BEFORE-IMAGE                 PIC X(86) VALUE SPACES.
010200 01  WS-SPACE-IMAGE                  PIC X(86) VALUE SPACES.
010207
010214*****************************************************************
010221*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
010228*****************************************************************
010235 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "MSTRMNT ".
010242 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
010249 77  WS-LDG-BASIS                    PIC X(01) VALUE "E".
010256 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
010263 01  WS-LDG-COUNTS.
010270     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
010277         10  WS-LDG-COUNT-LABEL          PIC X(08).
010284         10  WS-LDG-COUNT-VALUE          PIC 9(09).
010300
010400 PROCEDURE DIVISION.
010500*****************************************************************
010600*    0000-MAINLINE                                              *
010700*****************************************************************
010800 0000-MAINLINE.
010850     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011000     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
011100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011150     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
011200     STOP RUN.
011300 0000-EXIT.
011400     EXIT.
014300
014400 1950-FATAL-FILE-ERROR.
014500     MOVE 16 TO RETURN-CODE.
014550     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
014600     STOP RUN.
014700
014800*****************************************************************
018600                             PERFORM 3400-APPLY-LIMIT THRU
018700                                 3400-EXIT
018800                         ELSE
018850                             IF MNT-FUNCTION-CANCEL
018860                                 MOVE "CANCEL - MNTPEND ONLY"
018870                                     TO WS-RGST-VALUE
018880                             ELSE
018900                                 MOVE "UNKNOWN FUNCTION CODE"
019000                                     TO WS-RGST-VALUE
019050                             END-IF
019100                             PERFORM 3900-REJECT-TRAN THRU
019200                                 3900-EXIT
019300                         END-IF
046400     END-IF.
046500 9000-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
047000*****************************************************************
047100 9800-LEDGER-START.
047200     MOVE "S" TO WS-LDG-EVENT.
047300     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
047400 9800-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
047900*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
048000*****************************************************************
048100 9810-LEDGER-END.
048200     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
048300     MOVE "TRANS   " TO WS-LDG-COUNT-LABEL(1).
048400     MOVE WS-TRAN-COUNT TO WS-LDG-COUNT-VALUE(1).
048500     MOVE "APPLIED " TO WS-LDG-COUNT-LABEL(2).
048600     MOVE WS-APPLIED-COUNT TO WS-LDG-COUNT-VALUE(2).
048700     MOVE "REJECTED" TO WS-LDG-COUNT-LABEL(3).
048800     MOVE WS-REJECTED-COUNT TO WS-LDG-COUNT-VALUE(3).
048900     MOVE "E" TO WS-LDG-EVENT.
049000     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
049100     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
049200 9810-EXIT.
049300     EXIT.
049400
049500 9820-CALL-LEDGER.
049600     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
049700                           WS-LDG-EVENT
049800                           WS-LDG-BASIS
049900                           WS-LDG-RETURN-CODE
050000                           WS-LDG-COUNTS.
050100 9820-EXIT.
050200     EXIT.
