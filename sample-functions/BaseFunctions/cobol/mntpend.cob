000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MNTPEND.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                      *
000900*    -------------------                                       *
001000*    2026-10-15  RH  INITIAL VERSION - EFFECTIVE-DATED CUSTMAST *
001100*                    MAINTENANCE.  MNTTRAN TRANSACTIONS MAY NOW *
001200*                    CARRY AN EFFECTIVE DATE (SEE MNTTREC).     *
001300*                    THIS PROGRAM STANDS IN FRONT OF MSTRMNT:   *
001400*                    IT READS THE CARRIED PENDING-MAINTENANCE   *
001500*                    GENERATION AND TONIGHT'S MNTTRAN, HOLDS    *
001600*                    FUTURE-DATED TRANSACTIONS ON THE NEXT      *
001700*                    PENDING GENERATION, APPLIES "X" CANCELS    *
001800*                    AGAINST WHAT IS PENDING, AND WRITES        *
001900*                    EVERYTHING WHOSE DATE HAS ARRIVED - PLUS   *
002000*                    THE UNDATED TRANSACTIONS - TO DUETRAN FOR  *
002100*                    MSTRMNT TO APPLY WITH ITS USUAL JOURNAL    *
002200*                    ENTRIES AND REGISTER.  "ARRIVED" IS        *
002300*                    MEASURED AGAINST THE RUNCTL EXPECTED       *
002400*                    BUSINESS DATE AND THE CALFILE CALENDAR.    *
002500*                    PNDRPT LISTS EVERY ITEM RELEASED,          *
002600*                    CANCELLED, REJECTED AND STILL PENDING.     *
002700*                    SEE JCL/CUSTMNT.JCL AND JCL/MNTSOD.JCL.    *
002720*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
002740*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
002760*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
002780*                    FOR THE MORNING JOBSTAT REPORT.            *
002800*****************************************************************
002900*    RETURN CODES:                                              *
003000*      00  ALL TRANSACTIONS HELD, RELEASED OR CANCELLED.        *
003100*      04  ONE OR MORE TRANSACTIONS REJECTED (SEE PNDRPT).      *
003200*      16  A FILE DID NOT OPEN, OR THE CARRIED PENDING FILE     *
003300*          DOES NOT FIT THE PENDING TABLE.                      *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT MNTTRAN-FILE ASSIGN TO "MNTTRAN"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS WS-TRAN-FS.
004100
004200     SELECT PENDING-FILE ASSIGN TO "PENDING"
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS WS-PEND-FS.
004500
004600     SELECT PENDNEW-FILE ASSIGN TO "PENDNEW"
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS WS-PNEW-FS.
004900
005000     SELECT DUETRAN-FILE ASSIGN TO "DUETRAN"
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS WS-DUE-FS.
005300
005400     SELECT REPORT-FILE ASSIGN TO "PNDRPT"
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS WS-RPT-FS.
005700
005800     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005900         ORGANIZATION LINE SEQUENTIAL
006000         FILE STATUS WS-RUNC-FS.
006100
006200     SELECT CALFILE ASSIGN TO "CALFILE"
006300         ORGANIZATION LINE SEQUENTIAL
006400         FILE STATUS WS-CAL-FS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  MNTTRAN-FILE.
006900 01  MNTTRAN-RECORD.
007000     COPY MNTTREC.
007100
007200 FD  PENDING-FILE.
007300 01  PENDING-RECORD.
007400     COPY PENDREC.
007500
007600*    PENDNEW AND DUETRAN ARE WRITTEN FROM THE PENDING TABLE -
007700*    PENDREC AND MNTTREC IMAGES RESPECTIVELY.
007800 FD  PENDNEW-FILE.
007900 01  PENDNEW-RECORD                  PIC X(80).
008000
008100 FD  DUETRAN-FILE.
008200 01  DUETRAN-RECORD                  PIC X(60).
008300
008400 FD  REPORT-FILE.
008500 01  REPORT-FILE-RECORD.
008600     COPY RPTREC.
008700
008800 FD  RUNCTL-FILE.
008900 01  RUNCTL-RECORD.
009000     COPY RUNCREC.
009100
009200 FD  CALFILE.
009300 01  CALFILE-RECORD.
009400     COPY CALREC.
009500
009600 WORKING-STORAGE SECTION.
009700*****************************************************************
009800*    SWITCHES AND STATUS CODES                                 *
009900*****************************************************************
010000 77  WS-EOF-SW                       PIC X(01) VALUE "N".
010100     88  WS-EOF                          VALUE "Y".
010200     88  WS-NOT-EOF                      VALUE "N".
010300 77  WS-TRAN-OPEN-SW                 PIC X(01) VALUE "N".
010400     88  WS-TRAN-OPEN                    VALUE "Y".
010500     88  WS-TRAN-NOT-OPEN                VALUE "N".
010600 77  WS-MATCH-SW                     PIC X(01) VALUE "N".
010700     88  WS-CANCEL-MATCHED               VALUE "Y".
010800     88  WS-CANCEL-NOT-MATCHED           VALUE "N".
010900 77  WS-APPLY-FOUND-SW               PIC X(01) VALUE "N".
011000     88  WS-APPLY-DATE-FOUND             VALUE "Y".
011100     88  WS-APPLY-DATE-NOT-FOUND         VALUE "N".
011200 77  WS-TRAN-FS                      PIC X(02) VALUE "00".
011300 77  WS-PEND-FS                      PIC X(02) VALUE "00".
011400 77  WS-PNEW-FS                      PIC X(02) VALUE "00".
011500 77  WS-DUE-FS                       PIC X(02) VALUE "00".
011600 77  WS-RPT-FS                       PIC X(02) VALUE "00".
011700 77  WS-RUNC-FS                      PIC X(02) VALUE "00".
011800 77  WS-CAL-FS                       PIC X(02) VALUE "00".
011900
012000*****************************************************************
012100*    COUNTERS AND DATES                                        *
012200*****************************************************************
012300 77  WS-CARRIED-IN-COUNT             PIC 9(06) VALUE ZERO.
012400 77  WS-TRAN-COUNT                   PIC 9(06) VALUE ZERO.
012500 77  WS-IMMEDIATE-COUNT              PIC 9(06) VALUE ZERO.
012600 77  WS-HELD-COUNT                   PIC 9(06) VALUE ZERO.
012700 77  WS-CANCEL-TRAN-COUNT            PIC 9(06) VALUE ZERO.
012800 77  WS-CANCELLED-COUNT              PIC 9(06) VALUE ZERO.
012900 77  WS-RELEASED-COUNT               PIC 9(06) VALUE ZERO.
013000 77  WS-CARRIED-OUT-COUNT            PIC 9(06) VALUE ZERO.
013100 77  WS-REJECTED-COUNT               PIC 9(06) VALUE ZERO.
013200 77  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
013300 77  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
013400 77  WS-APPLY-DATE                   PIC 9(08) VALUE ZERO.
013500
013600*****************************************************************
013700*    BUSINESS CALENDAR - BUFFERED FROM CALFILE.  A MISSING      *
013800*    CALENDAR ONLY MEANS A PENDING TRANSACTION IS RELEASED ON   *
013900*    ITS EFFECTIVE DATE WHATEVER KIND OF DAY THAT IS.           *
014000*****************************************************************
014100 77  WS-MAX-CAL-DAYS                 PIC 9(03) VALUE 800.
014200 77  WS-CAL-COUNT                    PIC 9(03) VALUE ZERO.
014300 77  WS-CAL-IDX                      PIC 9(03) VALUE ZERO.
014400 01  WS-CALENDAR-TABLE.
014500     05  WS-CAL-TBL OCCURS 800 TIMES.
014600         10  WS-CAL-TBL-DATE             PIC 9(08).
014700         10  WS-CAL-TBL-TYPE             PIC X(01).
014800
014900*****************************************************************
015000*    PENDING TABLE - THE CARRIED PENDING GENERATION FOLLOWED BY *
015100*    TONIGHT'S TRANSACTIONS IN THE ORDER KEYED, SO DUETRAN      *
015200*    PRESENTS THEM TO MSTRMNT OLDEST FIRST.  WS-PND-IMAGE IS    *
015300*    LAID OUT AS PENDREC.  WS-PND-STATE:                        *
015400*      "P"  CARRIED IN FROM THE PENDING GENERATION              *
015500*      "N"  KEYED TONIGHT FOR A FUTURE DATE                     *
015600*      "I"  KEYED TONIGHT, DUE NOW                              *
015700*      "X"  CANCELLED - WRITTEN NOWHERE                         *
015800*****************************************************************
015900 77  WS-MAX-PENDING                  PIC 9(04) VALUE 2000.
016000 77  WS-PND-COUNT                    PIC 9(04) VALUE ZERO.
016100 77  WS-PND-IDX                      PIC 9(04) VALUE ZERO.
016200 01  WS-PENDING-TABLE.
016300     02  WS-PND-TBL OCCURS 2000 TIMES.
016400         03  WS-PND-IMAGE.
016500             04  WS-PND-APPLY-DATE       PIC 9(08).
016600             04  WS-PND-ENTERED-DATE     PIC 9(08).
016700             04  WS-PND-TRANSACTION.
016800     COPY MNTTREC
016900     REPLACING ==MNT-FUNCTION-CODE== BY ==TBL-FUNCTION-CODE==
017000     ==MNT-FUNCTION-ADD== BY ==TBL-FUNCTION-ADD==
017100     ==MNT-FUNCTION-CHANGE== BY ==TBL-FUNCTION-CHANGE==
017200     ==MNT-FUNCTION-SUSPEND== BY ==TBL-FUNCTION-SUSPEND==
017300     ==MNT-FUNCTION-REACTIVATE== BY ==TBL-FUNCTION-REACTIVATE==
017400     ==MNT-FUNCTION-DELETE== BY ==TBL-FUNCTION-DELETE==
017500     ==MNT-FUNCTION-LIMIT== BY ==TBL-FUNCTION-LIMIT==
017600     ==MNT-FUNCTION-CANCEL== BY ==TBL-FUNCTION-CANCEL==
017700     ==MNT-CORRELATION-ID== BY ==TBL-CORRELATION-ID==
017800     ==MNT-CUSTOMER-NAME== BY ==TBL-CUSTOMER-NAME==
017900     ==MNT-DAILY-LIMIT== BY ==TBL-DAILY-LIMIT==
018000     ==MNT-CANCEL-FUNCTION== BY ==TBL-CANCEL-FUNCTION==
018100     ==MNT-EFFECTIVE-DATE-X== BY ==TBL-EFFECTIVE-DATE-X==
018200     ==MNT-EFFECTIVE-DATE== BY ==TBL-EFFECTIVE-DATE==.
018300             04  FILLER                  PIC X(04).
018400         03  WS-PND-STATE                PIC X(01).
018500             88  WS-PND-CARRIED              VALUE "P".
018600             88  WS-PND-NEW                  VALUE "N".
018700             88  WS-PND-IMMEDIATE            VALUE "I".
018800             88  WS-PND-CANCELLED            VALUE "X".
018900
019000 77  WS-DISPOSITION                  PIC X(09) VALUE SPACES.
019100 01  WS-REPORT-WORK.
019200     05  WS-RPT-LABEL                    PIC X(30).
019300     05  WS-RPT-VALUE                    PIC X(50).
019307
019314*****************************************************************
019321*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
019328*****************************************************************
019335 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "MNTPEND ".
019342 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
019349 77  WS-LDG-BASIS                    PIC X(01) VALUE "E".
019356 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
019363 01  WS-LDG-COUNTS.
019370     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
019377         10  WS-LDG-COUNT-LABEL          PIC X(08).
019384         10  WS-LDG-COUNT-VALUE          PIC 9(09).
019400
019500 PROCEDURE DIVISION.
019600*****************************************************************
019700*    0000-MAINLINE                                              *
019800*****************************************************************
019900 0000-MAINLINE.
019950     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
020200     PERFORM 3000-RELEASE-DUE-ITEMS THRU 3000-EXIT.
020300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020350     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
020400     STOP RUN.
020500 0000-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900*    1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, BUFFER THE  *
021000*    CALENDAR AND THE CARRIED PENDING GENERATION, THEN OPEN     *
021100*    THE OUTPUTS.  A MISSING PENDING GENERATION MEANS NOTHING   *
021200*    IS PENDING; A MISSING (OR DUMMY) MNTTRAN MEANS NOTHING WAS *
021300*    KEYED - THE START-OF-DAY RUN ONLY RELEASES.                *
021400*****************************************************************
021500 1000-INITIALIZE.
021600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
021700     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
021800     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
021900     PERFORM 1300-LOAD-PENDING THRU 1300-EXIT.
022000
022100     OPEN INPUT MNTTRAN-FILE.
022200     IF WS-TRAN-FS = "00"
022300         SET WS-TRAN-OPEN TO TRUE
022400     END-IF.
022500
022600     OPEN OUTPUT PENDNEW-FILE.
022700     IF WS-PNEW-FS NOT = "00"
022800         GO TO 1950-FATAL-FILE-ERROR
022900     END-IF.
023000
023100     OPEN OUTPUT DUETRAN-FILE.
023200     IF WS-DUE-FS NOT = "00"
023300         GO TO 1950-FATAL-FILE-ERROR
023400     END-IF.
023500
023600     OPEN OUTPUT REPORT-FILE.
023700     IF WS-RPT-FS NOT = "00"
023800         GO TO 1950-FATAL-FILE-ERROR
023900     END-IF.
024000
024100     MOVE "PENDING MAINTENANCE REPORT" TO WS-RPT-LABEL.
024200     MOVE SPACES                       TO WS-RPT-VALUE.
024300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
024400     MOVE "BUSINESS DATE"              TO WS-RPT-LABEL.
024500     MOVE WS-BUSINESS-DATE             TO WS-RPT-VALUE.
024600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100*    1100-READ-RUN-CONTROL - THE BUSINESS DATE IS THE RUNCTL    *
025200*    EXPECTED DATE.  NO RUNCTL DATASET, OR A ZERO EXPECTED DATE *
025300*    (DATE CHECKING DISARMED), FALLS BACK TO TODAY'S DATE.      *
025400*****************************************************************
025500 1100-READ-RUN-CONTROL.
025600     MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE.
025700     OPEN INPUT RUNCTL-FILE.
025800     IF WS-RUNC-FS NOT = "00"
025900         GO TO 1100-EXIT
026000     END-IF.
026100
026200     READ RUNCTL-FILE
026300         AT END
026400             MOVE ZERO TO RUNC-EXPECTED-DATE
026500     END-READ.
026600     IF RUNC-EXPECTED-DATE NUMERIC
026700        AND RUNC-EXPECTED-DATE NOT = ZERO
026800         MOVE RUNC-EXPECTED-DATE TO WS-BUSINESS-DATE
026900     END-IF.
027000     CLOSE RUNCTL-FILE.
027100 1100-EXIT.
027200     EXIT.
027300
027400*****************************************************************
027500*    1200-LOAD-CALENDAR - BUFFER THE CALMNT BUSINESS CALENDAR.  *
027600*****************************************************************
027700 1200-LOAD-CALENDAR.
027800     OPEN INPUT CALFILE.
027900     IF WS-CAL-FS NOT = "00"
028000         GO TO 1200-EXIT
028100     END-IF.
028200
028300     SET WS-NOT-EOF TO TRUE.
028400     READ CALFILE
028500         AT END
028600             SET WS-EOF TO TRUE
028700     END-READ.
028800     PERFORM 1210-LOAD-ONE-CAL-DAY THRU 1210-EXIT
028900         UNTIL WS-EOF
029000            OR WS-CAL-COUNT >= WS-MAX-CAL-DAYS.
029100     CLOSE CALFILE.
029200     SET WS-NOT-EOF TO TRUE.
029300 1200-EXIT.
029400     EXIT.
029500
029600 1210-LOAD-ONE-CAL-DAY.
029700     IF CAL-DATE NUMERIC
029800         ADD 1 TO WS-CAL-COUNT
029900         MOVE CAL-DATE     TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
030000         MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE(WS-CAL-COUNT)
030100     END-IF.
030200     READ CALFILE
030300         AT END
030400             SET WS-EOF TO TRUE
030500     END-READ.
030600 1210-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000*    1300-LOAD-PENDING - BUFFER THE CARRIED PENDING GENERATION. *
031100*    A GENERATION THAT DOES NOT FIT THE TABLE IS FATAL - THE    *
031200*    RUN WOULD OTHERWISE DROP TRANSACTIONS SOMEONE KEYED AHEAD. *
031300*****************************************************************
031400 1300-LOAD-PENDING.
031500     OPEN INPUT PENDING-FILE.
031600     IF WS-PEND-FS NOT = "00"
031700         GO TO 1300-EXIT
031800     END-IF.
031900
032000     SET WS-NOT-EOF TO TRUE.
032100     READ PENDING-FILE
032200         AT END
032300             SET WS-EOF TO TRUE
032400     END-READ.
032500     PERFORM 1310-LOAD-ONE-PENDING THRU 1310-EXIT
032600         UNTIL WS-EOF.
032700     CLOSE PENDING-FILE.
032800     SET WS-NOT-EOF TO TRUE.
032900 1300-EXIT.
033000     EXIT.
033100
033200 1310-LOAD-ONE-PENDING.
033300     IF WS-PND-COUNT >= WS-MAX-PENDING
033400         DISPLAY "MNTPEND - PENDING FILE EXCEEDS "
033500                 WS-MAX-PENDING " ENTRIES"
033600         GO TO 1950-FATAL-FILE-ERROR
033700     END-IF.
033800     ADD 1 TO WS-PND-COUNT.
033900     ADD 1 TO WS-CARRIED-IN-COUNT.
034000     MOVE PENDING-RECORD TO WS-PND-IMAGE(WS-PND-COUNT).
034100     SET WS-PND-CARRIED(WS-PND-COUNT) TO TRUE.
034200     READ PENDING-FILE
034300         AT END
034400             SET WS-EOF TO TRUE
034500     END-READ.
034600 1310-EXIT.
034700     EXIT.
034800
034900 1950-FATAL-FILE-ERROR.
035000     MOVE 16 TO RETURN-CODE.
035050     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
035100     STOP RUN.
035200
035300*****************************************************************
035400*    2000-PROCESS-TRANSACTIONS - FILE OR CANCEL EVERY MNTTRAN   *
035500*    RECORD KEYED TONIGHT.                                      *
035600*****************************************************************
035700 2000-PROCESS-TRANSACTIONS.
035800     IF WS-TRAN-NOT-OPEN
035900         GO TO 2000-EXIT
036000     END-IF.
036100
036200     READ MNTTRAN-FILE
036300         AT END
036400             SET WS-EOF TO TRUE
036500     END-READ.
036600
036700     PERFORM 2100-EDIT-ONE-TRAN THRU 2100-EXIT
036800         UNTIL WS-EOF.
036900 2000-EXIT.
037000     EXIT.
037100
037200*****************************************************************
037300*    2100-EDIT-ONE-TRAN - DISPATCH A CANCEL OR FILE THE         *
037400*    TRANSACTION IN THE PENDING TABLE.                          *
037500*****************************************************************
037600 2100-EDIT-ONE-TRAN.
037700     ADD 1 TO WS-TRAN-COUNT.
037800
037900     IF MNT-FUNCTION-CANCEL
038000         PERFORM 2200-CANCEL-PENDING THRU 2200-EXIT
038100     ELSE
038200         PERFORM 2300-FILE-TRANSACTION THRU 2300-EXIT
038300     END-IF.
038400
038500     READ MNTTRAN-FILE
038600         AT END
038700             SET WS-EOF TO TRUE
038800     END-READ.
038900 2100-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300*    2200-CANCEL-PENDING - MARK EVERY PENDING TRANSACTION FOR   *
039400*    THE CORRELATION ID CANCELLED, NARROWED BY THE CANCEL'S     *
039500*    FUNCTION AND EFFECTIVE DATE WHEN GIVEN.  A CANCEL THAT     *
039600*    MATCHES NOTHING IS REJECTED SO THE OPERATOR KNOWS THE      *
039700*    TRANSACTION IT WAS AIMED AT IS STILL GOING TO HAPPEN (OR   *
039800*    HAS ALREADY HAPPENED).                                     *
039900*****************************************************************
040000 2200-CANCEL-PENDING.
040100     ADD 1 TO WS-CANCEL-TRAN-COUNT.
040200
040300     IF MNT-CORRELATION-ID = SPACES
040400         MOVE "BLANK CORRELATION ID" TO WS-RPT-VALUE
040500         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
040600         GO TO 2200-EXIT
040700     END-IF.
040800
040900     IF MNT-EFFECTIVE-DATE-X = SPACES
041000         MOVE ZERO TO MNT-EFFECTIVE-DATE
041100     END-IF.
041200     IF MNT-EFFECTIVE-DATE NOT NUMERIC
041300         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-RPT-VALUE
041400         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
041500         GO TO 2200-EXIT
041600     END-IF.
041700
041800     SET WS-CANCEL-NOT-MATCHED TO TRUE.
041900     PERFORM 2210-MATCH-ONE-PENDING THRU 2210-EXIT
042000         VARYING WS-PND-IDX FROM 1 BY 1
042100         UNTIL WS-PND-IDX > WS-PND-COUNT.
042200
042300     IF WS-CANCEL-NOT-MATCHED
042400         MOVE "NO PENDING TRANSACTION TO CANCEL" TO WS-RPT-VALUE
042500         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
042600     END-IF.
042700 2200-EXIT.
042800     EXIT.
042900
043000 2210-MATCH-ONE-PENDING.
043100     IF NOT WS-PND-CARRIED(WS-PND-IDX)
043200        AND NOT WS-PND-NEW(WS-PND-IDX)
043300         GO TO 2210-EXIT
043400     END-IF.
043500     IF TBL-CORRELATION-ID(WS-PND-IDX) NOT = MNT-CORRELATION-ID
043600         GO TO 2210-EXIT
043700     END-IF.
043800     IF MNT-CANCEL-FUNCTION NOT = SPACE
043900        AND MNT-CANCEL-FUNCTION NOT =
044000            TBL-FUNCTION-CODE(WS-PND-IDX)
044100         GO TO 2210-EXIT
044200     END-IF.
044300     IF MNT-EFFECTIVE-DATE NOT = ZERO
044400        AND MNT-EFFECTIVE-DATE NOT =
044500            TBL-EFFECTIVE-DATE(WS-PND-IDX)
044600         GO TO 2210-EXIT
044700     END-IF.
044800
044900     SET WS-PND-CANCELLED(WS-PND-IDX) TO TRUE.
045000     SET WS-CANCEL-MATCHED TO TRUE.
045100     ADD 1 TO WS-CANCELLED-COUNT.
045200     MOVE "CANCELLED" TO WS-DISPOSITION.
045300     PERFORM 3200-REPORT-ENTRY THRU 3200-EXIT.
045400 2210-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800*    2300-FILE-TRANSACTION - AN UNDATED TRANSACTION, OR ONE     *
045900*    WHOSE EFFECTIVE DATE HAS ALREADY ARRIVED, IS DUE NOW AND   *
046000*    GOES TO MSTRMNT UNEDITED (MSTRMNT DOES ITS OWN EDITS).  A  *
046100*    FUTURE-DATED ONE IS EDITED HERE, SO A BAD TRANSACTION IS   *
046200*    REJECTED TONIGHT WHILE SOMEONE CAN STILL RE-KEY IT, NOT ON *
046300*    THE MORNING IT WAS MEANT TO TAKE EFFECT.                   *
046400*****************************************************************
046500 2300-FILE-TRANSACTION.
046600     IF WS-PND-COUNT >= WS-MAX-PENDING
046700         MOVE "PENDING TABLE FULL - RE-KEY" TO WS-RPT-VALUE
046800         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
046900         GO TO 2300-EXIT
047000     END-IF.
047100
047200     IF MNT-EFFECTIVE-DATE-X = SPACES
047300         MOVE ZERO TO MNT-EFFECTIVE-DATE
047400     END-IF.
047500     IF MNT-EFFECTIVE-DATE NOT NUMERIC
047600         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-RPT-VALUE
047700         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
047800         GO TO 2300-EXIT
047900     END-IF.
048000
048100     IF MNT-EFFECTIVE-DATE = ZERO
048200        OR MNT-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
048300         MOVE ZERO TO WS-APPLY-DATE
048400         PERFORM 2400-STORE-ENTRY THRU 2400-EXIT
048500         SET WS-PND-IMMEDIATE(WS-PND-COUNT) TO TRUE
048600         GO TO 2300-EXIT
048700     END-IF.
048800
048900     IF FUNCTION TEST-DATE-YYYYMMDD(MNT-EFFECTIVE-DATE) NOT = ZERO
049000         MOVE "EFFECTIVE DATE NOT A VALID DATE" TO WS-RPT-VALUE
049100         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
049200         GO TO 2300-EXIT
049300     END-IF.
049400
049500     IF MNT-CORRELATION-ID = SPACES
049600         MOVE "BLANK CORRELATION ID" TO WS-RPT-VALUE
049700         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
049800         GO TO 2300-EXIT
049900     END-IF.
050000
050100     IF NOT MNT-FUNCTION-ADD
050200        AND NOT MNT-FUNCTION-CHANGE
050300        AND NOT MNT-FUNCTION-SUSPEND
050400        AND NOT MNT-FUNCTION-REACTIVATE
050500        AND NOT MNT-FUNCTION-DELETE
050600        AND NOT MNT-FUNCTION-LIMIT
050700         MOVE "UNKNOWN FUNCTION CODE" TO WS-RPT-VALUE
050800         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
050900         GO TO 2300-EXIT
051000     END-IF.
051100
051200     IF (MNT-FUNCTION-ADD OR MNT-FUNCTION-CHANGE)
051300        AND MNT-CUSTOMER-NAME = SPACES
051400         MOVE "NO CUSTOMER NAME" TO WS-RPT-VALUE
051500         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
051600         GO TO 2300-EXIT
051700     END-IF.
051800
051900     IF MNT-FUNCTION-LIMIT
052000        AND MNT-DAILY-LIMIT NOT NUMERIC
052100         MOVE "LIMIT NOT NUMERIC" TO WS-RPT-VALUE
052200         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
052300         GO TO 2300-EXIT
052400     END-IF.
052500
052600     PERFORM 2350-FIND-APPLY-DATE THRU 2350-EXIT.
052700     PERFORM 2400-STORE-ENTRY THRU 2400-EXIT.
052800     SET WS-PND-NEW(WS-PND-COUNT) TO TRUE.
052900     ADD 1 TO WS-HELD-COUNT.
053000 2300-EXIT.
053100     EXIT.
053200
053300*****************************************************************
053400*    2350-FIND-APPLY-DATE - THE FIRST CALFILE BUSINESS DAY ON   *
053500*    OR AFTER THE EFFECTIVE DATE.  A DATE BEYOND THE CALENDAR   *
053600*    (OR NO CALENDAR) APPLIES ON THE EFFECTIVE DATE ITSELF.     *
053700*****************************************************************
053800 2350-FIND-APPLY-DATE.
053900     MOVE MNT-EFFECTIVE-DATE TO WS-APPLY-DATE.
054000     SET WS-APPLY-DATE-NOT-FOUND TO TRUE.
054100     PERFORM 2360-CHECK-ONE-CAL-DAY THRU 2360-EXIT
054200         VARYING WS-CAL-IDX FROM 1 BY 1
054300         UNTIL WS-CAL-IDX > WS-CAL-COUNT
054400            OR WS-APPLY-DATE-FOUND.
054500 2350-EXIT.
054600     EXIT.
054700
054800 2360-CHECK-ONE-CAL-DAY.
054900     IF WS-CAL-TBL-DATE(WS-CAL-IDX) NOT < MNT-EFFECTIVE-DATE
055000        AND WS-CAL-TBL-TYPE(WS-CAL-IDX) = "B"
055100         MOVE WS-CAL-TBL-DATE(WS-CAL-IDX) TO WS-APPLY-DATE
055200         SET WS-APPLY-DATE-FOUND TO TRUE
055300     END-IF.
055400 2360-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*    2400-STORE-ENTRY - APPEND THE CURRENT TRANSACTION TO THE   *
055900*    PENDING TABLE.  THE CALLER SETS ITS STATE.                 *
056000*****************************************************************
056100 2400-STORE-ENTRY.
056200     ADD 1 TO WS-PND-COUNT.
056300     MOVE SPACES           TO WS-PND-IMAGE(WS-PND-COUNT).
056400     MOVE WS-APPLY-DATE    TO WS-PND-APPLY-DATE(WS-PND-COUNT).
056500     MOVE WS-BUSINESS-DATE TO WS-PND-ENTERED-DATE(WS-PND-COUNT).
056600     MOVE MNTTRAN-RECORD   TO WS-PND-TRANSACTION(WS-PND-COUNT).
056700 2400-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100*    3000-RELEASE-DUE-ITEMS - ONE PASS OVER THE PENDING TABLE:  *
057200*    DUE ITEMS TO DUETRAN, FUTURE ITEMS TO THE NEXT PENDING     *
057300*    GENERATION AND THE PENDING-ITEMS LIST, CANCELLED ITEMS     *
057400*    NOWHERE.                                                   *
057500*****************************************************************
057600 3000-RELEASE-DUE-ITEMS.
057700     PERFORM 3100-RELEASE-ONE-ENTRY THRU 3100-EXIT
057800         VARYING WS-PND-IDX FROM 1 BY 1
057900         UNTIL WS-PND-IDX > WS-PND-COUNT.
058000 3000-EXIT.
058100     EXIT.
058200
058300 3100-RELEASE-ONE-ENTRY.
058400     IF WS-PND-CANCELLED(WS-PND-IDX)
058500         GO TO 3100-EXIT
058600     END-IF.
058700
058800     IF WS-PND-IMMEDIATE(WS-PND-IDX)
058900         WRITE DUETRAN-RECORD FROM WS-PND-TRANSACTION(WS-PND-IDX)
059000         ADD 1 TO WS-IMMEDIATE-COUNT
059100         GO TO 3100-EXIT
059200     END-IF.
059300
059400     IF WS-PND-APPLY-DATE(WS-PND-IDX) NOT > WS-BUSINESS-DATE
059500         WRITE DUETRAN-RECORD FROM WS-PND-TRANSACTION(WS-PND-IDX)
059600         ADD 1 TO WS-RELEASED-COUNT
059700         MOVE "RELEASED" TO WS-DISPOSITION
059800     ELSE
059900         WRITE PENDNEW-RECORD FROM WS-PND-IMAGE(WS-PND-IDX)
060000         ADD 1 TO WS-CARRIED-OUT-COUNT
060100         MOVE "PENDING" TO WS-DISPOSITION
060200     END-IF.
060300     PERFORM 3200-REPORT-ENTRY THRU 3200-EXIT.
060400 3100-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800*    3200-REPORT-ENTRY - ONE REPORT LINE FOR PENDING TABLE      *
060900*    ENTRY WS-PND-IDX.  THE CALLER HAS MOVED THE DISPOSITION    *
061000*    (RELEASED/PENDING/CANCELLED) TO WS-DISPOSITION.            *
061100*****************************************************************
061200 3200-REPORT-ENTRY.
061300     MOVE SPACES TO WS-RPT-LABEL.
061400     STRING WS-DISPOSITION DELIMITED BY SPACE
061500            " " DELIMITED BY SIZE
061600            TBL-FUNCTION-CODE(WS-PND-IDX) DELIMITED BY SIZE
061700            " " DELIMITED BY SIZE
061800            TBL-CORRELATION-ID(WS-PND-IDX) DELIMITED BY SIZE
061900         INTO WS-RPT-LABEL.
062000     MOVE SPACES TO WS-RPT-VALUE.
062100     STRING "APPLY " DELIMITED BY SIZE
062200            WS-PND-APPLY-DATE(WS-PND-IDX) DELIMITED BY SIZE
062300            "  EFFECTIVE " DELIMITED BY SIZE
062400            TBL-EFFECTIVE-DATE(WS-PND-IDX) DELIMITED BY SIZE
062500            "  KEYED " DELIMITED BY SIZE
062600            WS-PND-ENTERED-DATE(WS-PND-IDX) DELIMITED BY SIZE
062700         INTO WS-RPT-VALUE.
062800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
062900 3200-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300*    3900-REJECT-TRAN - ONE REPORT LINE PER REJECTED            *
063400*    TRANSACTION.  THE CALLER HAS ALREADY MOVED THE REJECT      *
063500*    REASON TEXT TO WS-RPT-VALUE.                               *
063600*****************************************************************
063700 3900-REJECT-TRAN.
063800     ADD 1 TO WS-REJECTED-COUNT.
063900     MOVE SPACES TO WS-RPT-LABEL.
064000     STRING "REJECTED " DELIMITED BY SIZE
064100            MNT-FUNCTION-CODE DELIMITED BY SIZE
064200            " " DELIMITED BY SIZE
064300            MNT-CORRELATION-ID DELIMITED BY SIZE
064400         INTO WS-RPT-LABEL.
064500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
064600 3900-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000*    8000-WRITE-REPORT-LINE                                     *
065100*****************************************************************
065200 8000-WRITE-REPORT-LINE.
065300     MOVE SPACES       TO REPORT-FILE-RECORD.
065400     MOVE WS-RPT-LABEL TO RPT-LABEL.
065500     MOVE WS-RPT-VALUE TO RPT-VALUE.
065600     WRITE REPORT-FILE-RECORD.
065700 8000-EXIT.
065800     EXIT.
065900
066000*****************************************************************
066100*    9000-TERMINATE - REPORT TOTALS, CLOSE EVERYTHING AND SET   *
066200*    THE RETURN CODE.                                           *
066300*****************************************************************
066400 9000-TERMINATE.
066500     MOVE "PENDING CARRIED IN"        TO WS-RPT-LABEL.
066600     MOVE WS-CARRIED-IN-COUNT        TO WS-RPT-VALUE.
066700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
066800
066900     MOVE "TRANSACTIONS READ"         TO WS-RPT-LABEL.
067000     MOVE WS-TRAN-COUNT              TO WS-RPT-VALUE.
067100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
067200
067300     MOVE "DUE NOW - SENT TO MSTRMNT"  TO WS-RPT-LABEL.
067400     MOVE WS-IMMEDIATE-COUNT         TO WS-RPT-VALUE.
067500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
067600
067700     MOVE "FUTURE-DATED - HELD"       TO WS-RPT-LABEL.
067800     MOVE WS-HELD-COUNT              TO WS-RPT-VALUE.
067900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
068000
068100     MOVE "CANCEL TRANSACTIONS"       TO WS-RPT-LABEL.
068200     MOVE WS-CANCEL-TRAN-COUNT       TO WS-RPT-VALUE.
068300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
068400
068500     MOVE "PENDING ITEMS CANCELLED"   TO WS-RPT-LABEL.
068600     MOVE WS-CANCELLED-COUNT         TO WS-RPT-VALUE.
068700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
068800
068900     MOVE "PENDING ITEMS RELEASED"    TO WS-RPT-LABEL.
069000     MOVE WS-RELEASED-COUNT          TO WS-RPT-VALUE.
069100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
069200
069300     MOVE "PENDING CARRIED FORWARD"   TO WS-RPT-LABEL.
069400     MOVE WS-CARRIED-OUT-COUNT       TO WS-RPT-VALUE.
069500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
069600
069700     MOVE "TRANSACTIONS REJECTED"     TO WS-RPT-LABEL.
069800     MOVE WS-REJECTED-COUNT          TO WS-RPT-VALUE.
069900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
070000
070100     IF WS-TRAN-OPEN
070200         CLOSE MNTTRAN-FILE
070300     END-IF.
070400     CLOSE PENDNEW-FILE.
070500     CLOSE DUETRAN-FILE.
070600     CLOSE REPORT-FILE.
070700
070800     IF WS-REJECTED-COUNT > ZERO
070900         MOVE 4 TO RETURN-CODE
071000     ELSE
071100         MOVE 0 TO RETURN-CODE
071200     END-IF.
071300 9000-EXIT.
071400     EXIT.
071500
071600*****************************************************************
071700*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
071800*****************************************************************
071900 9800-LEDGER-START.
072000     MOVE "S" TO WS-LDG-EVENT.
072100     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
072200 9800-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
072700*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
072800*****************************************************************
072900 9810-LEDGER-END.
073000     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
073100     MOVE "KEYED   " TO WS-LDG-COUNT-LABEL(1).
073200     MOVE WS-TRAN-COUNT TO WS-LDG-COUNT-VALUE(1).
073300     MOVE "RELEASED" TO WS-LDG-COUNT-LABEL(2).
073400     MOVE WS-RELEASED-COUNT TO WS-LDG-COUNT-VALUE(2).
073500     MOVE "PENDING " TO WS-LDG-COUNT-LABEL(3).
073600     MOVE WS-CARRIED-OUT-COUNT TO WS-LDG-COUNT-VALUE(3).
073700     MOVE "E" TO WS-LDG-EVENT.
073800     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
073900     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
074000 9810-EXIT.
074100     EXIT.
074200
074300 9820-CALL-LEDGER.
074400     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
074500                           WS-LDG-EVENT
074600                           WS-LDG-BASIS
074700                           WS-LDG-RETURN-CODE
074800                           WS-LDG-COUNTS.
074900 9820-EXIT.
075000     EXIT.
