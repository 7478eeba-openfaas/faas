001400*                    ENTRY WHOSE BUSINESS DATE IS BEFORE THE    *
001500*                    OPERATOR-SUPPLIED CUTOFF, WITH A COUNT     *
001600*                    REPORT ON PRGRPT.                          *
001620*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
001640*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
001660*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
001680*                    FOR THE MORNING JOBSTAT REPORT.            *
001700*                                                                *
001800*    CONTROL CARDS (PRGCARDS, KEYWORD=VALUE, SEE CTLCREC):       *
001900*        CUTOFF=YYYYMMDD  ENTRIES WITH REG-BUSINESS-DATE        *
008200 01  WS-REPORT-WORK.
008300     05  WS-RPT-LABEL                    PIC X(30).
008400     05  WS-RPT-VALUE                    PIC X(50).
008407
008414*****************************************************************
008421*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
008428*****************************************************************
008435 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "REGPURGE".
008442 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
008449 77  WS-LDG-BASIS                    PIC X(01) VALUE "L".
008456 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
008463 01  WS-LDG-COUNTS.
008470     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
008477         10  WS-LDG-COUNT-LABEL          PIC X(08).
008484         10  WS-LDG-COUNT-VALUE          PIC 9(09).
008500
008600 PROCEDURE DIVISION.
008700*****************************************************************
008800*    0000-MAINLINE                                              *
008900*****************************************************************
009000 0000-MAINLINE.
009050     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009200     IF WS-CUTOFF-SUPPLIED
009300         PERFORM 2000-PURGE-REGISTRY THRU 2000-EXIT
009400     END-IF.
009500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009550     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
009600     STOP RUN.
009700 0000-EXIT.
009800     EXIT.
012400
012500 1950-FATAL-FILE-ERROR.
012600     MOVE 16 TO RETURN-CODE.
012650     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
012700     STOP RUN.
012800
012900*****************************************************************
024600     END-IF.
024700 9000-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
025200*****************************************************************
025300 9800-LEDGER-START.
025400     MOVE "S" TO WS-LDG-EVENT.
025500     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
025600 9800-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
026100*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
026200*****************************************************************
026300 9810-LEDGER-END.
026400     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
026500     MOVE "READ    " TO WS-LDG-COUNT-LABEL(1).
026600     MOVE WS-READ-COUNT TO WS-LDG-COUNT-VALUE(1).
026700     MOVE "PURGED  " TO WS-LDG-COUNT-LABEL(2).
026800     MOVE WS-PURGED-COUNT TO WS-LDG-COUNT-VALUE(2).
026900     MOVE "KEPT    " TO WS-LDG-COUNT-LABEL(3).
027000     MOVE WS-KEPT-COUNT TO WS-LDG-COUNT-VALUE(3).
027100     MOVE "E" TO WS-LDG-EVENT.
027200     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
027300     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
027400 9810-EXIT.
027500     EXIT.
027600
027700 9820-CALL-LEDGER.
027800     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
027900                           WS-LDG-EVENT
028000                           WS-LDG-BASIS
028100                           WS-LDG-RETURN-CODE
028200                           WS-LDG-COUNTS.
028300 9820-EXIT.
028400     EXIT.
