003460*                    TRAILER COUNTS EVERY PHYSICAL RECORD AND   *
003470*                    SUMS EVERY LENGTH FIELD THE WAY APP        *
003480*                    BALANCES THEM.                             *
003484*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
003488*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
003492*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
003496*                    FOR THE MORNING JOBSTAT REPORT.            *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
013100 01  WS-REPORT-WORK.
013200     05  WS-RPT-LABEL                    PIC X(30).
013300     05  WS-RPT-VALUE                    PIC X(50).
013307
013314*****************************************************************
013321*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
013328*****************************************************************
013335 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "HLDRELSE".
013342 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
013349 77  WS-LDG-BASIS                    PIC X(01) VALUE "E".
013356 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
013363 01  WS-LDG-COUNTS.
013370     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
013377         10  WS-LDG-COUNT-LABEL          PIC X(08).
013384         10  WS-LDG-COUNT-VALUE          PIC 9(09).
013400
013500 PROCEDURE DIVISION.
013600*****************************************************************
013700*    0000-MAINLINE                                              *
013800*****************************************************************
013900 0000-MAINLINE.
013950     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-PROCESS-HOLDS THRU 2000-EXIT.
014200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014250     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
014300     STOP RUN.
014400 0000-EXIT.
014500     EXIT.
019600
019700 1950-FATAL-FILE-ERROR.
019800     MOVE 16 TO RETURN-CODE.
019850     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
019900     STOP RUN.
019910
019912*****************************************************************
042700     END-IF.
042800 9000-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
043300*****************************************************************
043400 9800-LEDGER-START.
043500     MOVE "S" TO WS-LDG-EVENT.
043600     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
043700 9800-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
044200*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
044300*****************************************************************
044400 9810-LEDGER-END.
044500     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
044600     MOVE "HELD    " TO WS-LDG-COUNT-LABEL(1).
044700     MOVE WS-HELD-COUNT TO WS-LDG-COUNT-VALUE(1).
044800     MOVE "RELEASED" TO WS-LDG-COUNT-LABEL(2).
044900     MOVE WS-RELEASED-COUNT TO WS-LDG-COUNT-VALUE(2).
045000     MOVE "SUSPENSE" TO WS-LDG-COUNT-LABEL(3).
045100     MOVE WS-SUSPENSE-COUNT TO WS-LDG-COUNT-VALUE(3).
045200     MOVE "E" TO WS-LDG-EVENT.
045300     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
045400     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
045500 9810-EXIT.
045600     EXIT.
045700
045800 9820-CALL-LEDGER.
045900     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
046000                           WS-LDG-EVENT
046100                           WS-LDG-BASIS
046200                           WS-LDG-RETURN-CODE
046300                           WS-LDG-COUNTS.
046400 9820-EXIT.
046500     EXIT.
