002650*                    IT IS APPLIED - A REPAIRED RECORD CANNOT   *
002660*                    BE RESUBMITTED A SECOND TIME BY A LATER    *
002670*                    RUN.                                       *
002676*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
002682*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
002688*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
002694*                    FOR THE MORNING JOBSTAT REPORT.            *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
016500 01  WS-REPORT-WORK.
016600     05  WS-RPT-LABEL                    PIC X(30).
016700     05  WS-RPT-VALUE                    PIC X(50).
016707
016714*****************************************************************
016721*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
016728*****************************************************************
016735 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "REJRECYC".
016742 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
016749 77  WS-LDG-BASIS                    PIC X(01) VALUE "E".
016756 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
016763 01  WS-LDG-COUNTS.
016770     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
016777         10  WS-LDG-COUNT-LABEL          PIC X(08).
016784         10  WS-LDG-COUNT-VALUE          PIC 9(09).
016800
016900 PROCEDURE DIVISION.
017000*****************************************************************
017100*    0000-MAINLINE                                              *
017200*****************************************************************
017300 0000-MAINLINE.
017350     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     PERFORM 2000-PROCESS-REJECTS THRU 2000-EXIT.
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017650     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
017700     STOP RUN.
017800 0000-EXIT.
017900     EXIT.
022400
022500 1950-FATAL-FILE-ERROR.
022600     MOVE 16 TO RETURN-CODE.
022650     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
022700     STOP RUN.
022710
022720*****************************************************************
056900     END-IF.
057000 9000-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
057500*****************************************************************
057600 9800-LEDGER-START.
057700     MOVE "S" TO WS-LDG-EVENT.
057800     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
057900 9800-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
058400*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
058500*****************************************************************
058600 9810-LEDGER-END.
058700     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
058800     MOVE "REJECTS " TO WS-LDG-COUNT-LABEL(1).
058900     MOVE WS-REJECT-COUNT TO WS-LDG-COUNT-VALUE(1).
059000     MOVE "RECYCLED" TO WS-LDG-COUNT-LABEL(2).
059100     MOVE WS-RECYCLED-COUNT TO WS-LDG-COUNT-VALUE(2).
059200     MOVE "SUSPENSE" TO WS-LDG-COUNT-LABEL(3).
059300     MOVE WS-SUSPENSE-COUNT TO WS-LDG-COUNT-VALUE(3).
059400     MOVE "E" TO WS-LDG-EVENT.
059500     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
059600     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
059700 9810-EXIT.
059800     EXIT.
059900
060000 9820-CALL-LEDGER.
060100     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
060200                           WS-LDG-EVENT
060300                           WS-LDG-BASIS
060400                           WS-LDG-RETURN-CODE
060500                           WS-LDG-COUNTS.
060600 9820-EXIT.
060700     EXIT.
