002220*    2026-09-02  RH  JOURNAL THE RESET=Y REWRITE - BEFORE AND   *
002230*                    AFTER IMAGES GO TO THE CUSTMAST UPDATE     *
002240*                    JOURNAL (MSTRJRNL) FOR FORWARD RECOVERY.   *
002252*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
002264*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
002276*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
002288*                    FOR THE MORNING JOBSTAT REPORT.            *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
009000 01  WS-REPORT-WORK.
009100     05  WS-RPT-LABEL                    PIC X(30).
009200     05  WS-RPT-VALUE                    PIC X(50).
009207
009214*****************************************************************
009221*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
009228*****************************************************************
009235 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "MSTRUSEX".
009242 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
009249 77  WS-LDG-BASIS                    PIC X(01) VALUE "L".
009256 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
009263 01  WS-LDG-COUNTS.
009270     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
009277         10  WS-LDG-COUNT-LABEL          PIC X(08).
009284         10  WS-LDG-COUNT-VALUE          PIC 9(09).
009300
009400 PROCEDURE DIVISION.
009500*****************************************************************
009600*    0000-MAINLINE                                              *
009700*****************************************************************
009800 0000-MAINLINE.
009850     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010000     PERFORM 2000-EXTRACT-USAGE THRU 2000-EXIT.
010100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010150     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
010200     STOP RUN.
010300 0000-EXIT.
010400     EXIT.
014300
014400 1950-FATAL-FILE-ERROR.
014500     MOVE 16 TO RETURN-CODE.
014550     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
014600     STOP RUN.
014700
014800*****************************************************************
030000     CLOSE REPORT-FILE.
030100 9000-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
030600*****************************************************************
030700 9800-LEDGER-START.
030800     MOVE "S" TO WS-LDG-EVENT.
030900     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
031000 9800-EXIT.
031100     EXIT.
031200
031300*****************************************************************
031400*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
031500*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
031600*****************************************************************
031700 9810-LEDGER-END.
031800     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
031900     MOVE "CUSTS   " TO WS-LDG-COUNT-LABEL(1).
032000     MOVE WS-CUSTOMER-COUNT TO WS-LDG-COUNT-VALUE(1).
032100     MOVE "REQUESTS" TO WS-LDG-COUNT-LABEL(2).
032200     MOVE WS-TOTAL-REQUESTS TO WS-LDG-COUNT-VALUE(2).
032300     MOVE "REJECTS " TO WS-LDG-COUNT-LABEL(3).
032400     MOVE WS-TOTAL-REJECTS TO WS-LDG-COUNT-VALUE(3).
032500     MOVE "E" TO WS-LDG-EVENT.
032600     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
032700     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
032800 9810-EXIT.
032900     EXIT.
033000
033100 9820-CALL-LEDGER.
033200     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
033300                           WS-LDG-EVENT
033400                           WS-LDG-BASIS
033500                           WS-LDG-RETURN-CODE
033600                           WS-LDG-COUNTS.
033700 9820-EXIT.
033800     EXIT.
