002840*                    FROM THE RECONCILIATION - A LOG THAT BIG   *
002850*                    MEANS A CONSUMER OUTAGE, EXACTLY WHEN      *
002860*                    EVERY ENTRY MUST BE ACCOUNTED FOR.         *
002868*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
002876*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
002884*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
002892*                    FOR THE MORNING JOBSTAT REPORT.            *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
010900 01  WS-REPORT-WORK.
011000     05  WS-RPT-LABEL                    PIC X(30).
011100     05  WS-RPT-VALUE                    PIC X(50).
011107
011114*****************************************************************
011121*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
011128*****************************************************************
011135 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "ACKRECON".
011142 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
011149 77  WS-LDG-BASIS                    PIC X(01) VALUE "L".
011156 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
011163 01  WS-LDG-COUNTS.
011170     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
011177         10  WS-LDG-COUNT-LABEL          PIC X(08).
011184         10  WS-LDG-COUNT-VALUE          PIC 9(09).
011200
011300 PROCEDURE DIVISION.
011400*****************************************************************
011500*    0000-MAINLINE                                              *
011600*****************************************************************
011700 0000-MAINLINE.
011750     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
011800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011900     PERFORM 2000-LOAD-ROUTING-LOG THRU 2000-EXIT.
012000     PERFORM 3000-MATCH-ACKNOWLEDGMENTS THRU 3000-EXIT.
012100     PERFORM 4000-SWEEP-UNACKNOWLEDGED THRU 4000-EXIT.
012200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012250     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
012300     STOP RUN.
012400 0000-EXIT.
012500     EXIT.
014600
014700 1950-FATAL-FILE-ERROR.
014800     MOVE 16 TO RETURN-CODE.
014850     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
014900     STOP RUN.
015000
015100*****************************************************************
036900     CLOSE ROUTENEW-FILE.
037000     CLOSE REPORT-FILE.
037100     MOVE 16 TO RETURN-CODE.
037150     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
037200     STOP RUN.
037300 9900-EXIT.
037400     EXIT.
037500
037600*****************************************************************
037700*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
037800*****************************************************************
037900 9800-LEDGER-START.
038000     MOVE "S" TO WS-LDG-EVENT.
038100     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
038200 9800-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
038700*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
038800*****************************************************************
038900 9810-LEDGER-END.
039000     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
039100     MOVE "ACKS    " TO WS-LDG-COUNT-LABEL(1).
039200     MOVE WS-ACK-COUNT TO WS-LDG-COUNT-VALUE(1).
039300     MOVE "MATCHED " TO WS-LDG-COUNT-LABEL(2).
039400     MOVE WS-MATCHED-COUNT TO WS-LDG-COUNT-VALUE(2).
039500     MOVE "UNACKED " TO WS-LDG-COUNT-LABEL(3).
039600     MOVE WS-UNACKED-COUNT TO WS-LDG-COUNT-VALUE(3).
039700     MOVE "E" TO WS-LDG-EVENT.
039800     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
039900     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
040000 9810-EXIT.
040100     EXIT.
040200
040300 9820-CALL-LEDGER.
040400     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
040500                           WS-LDG-EVENT
040600                           WS-LDG-BASIS
040700                           WS-LDG-RETURN-CODE
040800                           WS-LDG-COUNTS.
040900 9820-EXIT.
041000     EXIT.
