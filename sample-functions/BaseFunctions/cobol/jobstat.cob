000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JOBSTAT.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                      *
000900*    -------------------                                       *
001000*    2026-10-15  RH  INITIAL VERSION - MORNING OPERATIONS       *
001100*                    STATUS REPORT FROM THE SHARED JOB LEDGER   *
001200*                    (JOBLEDGR, COPYBOOK LEDGREC).  FOR EACH    *
001300*                    BUSINESS DATE REQUESTED IT LISTS EVERY     *
001400*                    PROGRAM THAT RAN - START TIME, RETURN      *
001500*                    CODE, ELAPSED TIME AND ITS KEY COUNTS -    *
001600*                    FLAGS THOSE THAT FAILED, ENDED RC=04 OR    *
001700*                    RC=08, OR STARTED AND NEVER ENDED, AND     *
001800*                    LISTS EVERY PROGRAM THE CONTROL CARDS      *
001900*                    EXPECT FOR THAT DAY'S CALFILE DAY TYPE     *
002000*                    THAT NEVER RAN.  SEE JCL/JOBSTAT.JCL.      *
002100*                                                                *
002200*    CONTROL CARDS (STATCARD, KEYWORD=VALUE, SEE CTLCREC):       *
002300*        DATE=CCYYMMDD     A BUSINESS DATE TO REPORT.  REPEAT   *
002400*                          FOR SEVERAL DATES (ONE REPORT EACH). *
002500*                          DEFAULT: THE RUNCTL LAST-RUN DATE    *
002600*                          (LAST NIGHT), OR TODAY WITHOUT ONE.  *
002700*        EXPECT=T,PROGRAM  PROGRAM (AS POSTED ON THE LEDGER)    *
002800*                          REQUIRED ON EVERY DAY OF CALFILE DAY *
002900*                          TYPE T (B, W OR H).  A DATE MISSING  *
003000*                          FROM THE CALENDAR IS TREATED AS "B". *
003100*                                                                *
003200*    RETURN CODES:                                              *
003300*      00  EVERY RUN ENDED RC=00 AND NOTHING EXPECTED IS        *
003400*          MISSING.                                             *
003500*      04  A RUN ENDED RC=04.                                   *
003600*      08  A RUN ENDED RC=08 OR HIGHER, STARTED WITHOUT         *
003700*          ENDING, OR AN EXPECTED PROGRAM NEVER RAN.            *
003800*      16  THE LEDGER OR THE REPORT DID NOT OPEN, OR A TABLE    *
003900*          OVERFLOWED.                                          *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS WS-LDG-FS.
004700
004800     SELECT STATCARDS-FILE ASSIGN TO "STATCARD"
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS WS-CARD-FS.
005100
005200     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS WS-RUNC-FS.
005500
005600     SELECT CALFILE ASSIGN TO "CALFILE"
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS WS-CAL-FS.
005900
006000     SELECT REPORT-FILE ASSIGN TO "STATRPT"
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS WS-RPT-FS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  LEDGER-FILE.
006700 01  LEDGER-RECORD.
006800     COPY LEDGREC.
006900
007000 FD  STATCARDS-FILE.
007100 01  STATCARDS-RECORD.
007200     COPY CTLCREC.
007300
007400 FD  RUNCTL-FILE.
007500 01  RUNCTL-RECORD.
007600     COPY RUNCREC.
007700
007800 FD  CALFILE.
007900 01  CALFILE-RECORD.
008000     COPY CALREC.
008100
008200 FD  REPORT-FILE.
008300 01  REPORT-FILE-RECORD.
008400     COPY RPTREC.
008500
008600 WORKING-STORAGE SECTION.
008700*****************************************************************
008800*    SWITCHES AND STATUS CODES                                 *
008900*****************************************************************
009000 77  WS-EOF-SW                       PIC X(01) VALUE "N".
009100     88  WS-EOF                          VALUE "Y".
009200     88  WS-NOT-EOF                      VALUE "N".
009300 77  WS-FOUND-SW                     PIC X(01) VALUE "N".
009400     88  WS-FOUND                        VALUE "Y".
009500     88  WS-NOT-FOUND                    VALUE "N".
009600 77  WS-LDG-FS                       PIC X(02) VALUE "00".
009700 77  WS-CARD-FS                      PIC X(02) VALUE "00".
009800 77  WS-RUNC-FS                      PIC X(02) VALUE "00".
009900 77  WS-CAL-FS                       PIC X(02) VALUE "00".
010000 77  WS-RPT-FS                       PIC X(02) VALUE "00".
010100
010200*****************************************************************
010300*    DATES AND COUNTERS - THE PER-DATE COUNTERS ARE RESET FOR   *
010400*    EACH REPORT; WS-WORST-RC CARRIES ACROSS THE RUN.           *
010500*****************************************************************
010600 77  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
010700 77  WS-REPORT-DATE                  PIC 9(08) VALUE ZERO.
010800 77  WS-DAY-TYPE                     PIC X(01) VALUE SPACE.
010900 77  WS-ENTRIES-READ                 PIC 9(06) VALUE ZERO.
011000 77  WS-OK-COUNT                     PIC 9(04) VALUE ZERO.
011100 77  WS-WARNING-COUNT                PIC 9(04) VALUE ZERO.
011200 77  WS-ERROR-COUNT                  PIC 9(04) VALUE ZERO.
011300 77  WS-FAILED-COUNT                 PIC 9(04) VALUE ZERO.
011400 77  WS-MISSING-COUNT                PIC 9(04) VALUE ZERO.
011500 77  WS-WORST-RC                     PIC 9(02) VALUE ZERO.
011600
011700*****************************************************************
011800*    REPORT DATES (DATE CARDS)                                  *
011900*****************************************************************
012000 77  WS-MAX-DATES                    PIC 9(02) VALUE 31.
012100 77  WS-DATE-COUNT                   PIC 9(02) VALUE ZERO.
012200 77  WS-DATE-IDX                     PIC 9(02) VALUE ZERO.
012300 01  WS-DATE-TABLE.
012400     05  WS-DATE-TBL OCCURS 31 TIMES PIC 9(08).
012500
012600*****************************************************************
012700*    EXPECTED PROGRAMS BY CALENDAR DAY TYPE (EXPECT CARDS)      *
012800*****************************************************************
012900 77  WS-MAX-EXPECTS                  PIC 9(03) VALUE 100.
013000 77  WS-EXP-COUNT                    PIC 9(03) VALUE ZERO.
013100 77  WS-EXP-IDX                      PIC 9(03) VALUE ZERO.
013200 01  WS-EXPECT-TABLE.
013300     05  WS-EXP-TBL OCCURS 100 TIMES.
013400         10  WS-EXP-DAY-TYPE             PIC X(01).
013500         10  WS-EXP-PROGRAM              PIC X(08).
013600
013700*****************************************************************
013800*    BUSINESS CALENDAR - BUFFERED FROM CALFILE                  *
013900*****************************************************************
014000 77  WS-MAX-CAL-DAYS                 PIC 9(03) VALUE 800.
014100 77  WS-CAL-COUNT                    PIC 9(03) VALUE ZERO.
014200 77  WS-CAL-IDX                      PIC 9(03) VALUE ZERO.
014300 01  WS-CALENDAR-TABLE.
014400     05  WS-CAL-TBL OCCURS 800 TIMES.
014500         10  WS-CAL-TBL-DATE             PIC 9(08).
014600         10  WS-CAL-TBL-TYPE             PIC X(01).
014700
014800*****************************************************************
014900*    RUN TABLE - ONE ENTRY PER PROGRAM RUN ON THE REPORT DATE,  *
015000*    IN LEDGER (CHRONOLOGICAL) ORDER.  AN END ENTRY CLOSES THE  *
015100*    EARLIEST STILL-OPEN RUN OF THE SAME PROGRAM.               *
015200*    WS-RUN-STATE:                                              *
015300*      "S"  STARTED, NO END ENTRY (YET)                         *
015400*      "E"  ENDED                                               *
015500*****************************************************************
015600 77  WS-MAX-RUNS                     PIC 9(03) VALUE 200.
015700 77  WS-RUN-COUNT                    PIC 9(03) VALUE ZERO.
015800 77  WS-RUN-IDX                      PIC 9(03) VALUE ZERO.
015900 77  WS-HIT-IDX                      PIC 9(03) VALUE ZERO.
016000 77  WS-CNT-IDX                      PIC 9(01) VALUE ZERO.
016100 01  WS-RUN-TABLE.
016200     05  WS-RUN-TBL OCCURS 200 TIMES.
016300         10  WS-RUN-PROGRAM              PIC X(08).
016400         10  WS-RUN-STATE                PIC X(01).
016500             88  WS-RUN-OPEN                 VALUE "S".
016600             88  WS-RUN-ENDED                VALUE "E".
016700         10  WS-RUN-START-DATE           PIC 9(08).
016800         10  WS-RUN-START-TIME           PIC 9(08).
016900         10  WS-RUN-RETURN-CODE          PIC 9(04).
017000         10  WS-RUN-ELAPSED-SECS         PIC 9(06).
017100         10  WS-RUN-COUNT-ENTRY OCCURS 3 TIMES.
017200             15  WS-RUN-COUNT-LABEL      PIC X(08).
017300             15  WS-RUN-COUNT-VALUE      PIC 9(09).
017400
017500*****************************************************************
017600*    REPORT LINE WORK AREAS                                     *
017700*****************************************************************
017800 01  WS-TIME-WORK.
017900     05  WS-TIME-HH                      PIC 9(02).
018000     05  WS-TIME-MM                      PIC 9(02).
018100     05  WS-TIME-SS                      PIC 9(02).
018200     05  WS-TIME-HS                      PIC 9(02).
018300 01  WS-TIME-WORK-N REDEFINES WS-TIME-WORK
018400                                     PIC 9(08).
018500 77  WS-RUN-STATUS                   PIC X(09) VALUE SPACES.
018600 77  WS-START-SECS                   PIC 9(07) VALUE ZERO.
018700 77  WS-END-SECS                     PIC 9(07) VALUE ZERO.
018800
018900 01  WS-CARD-WORK.
019000     05  WS-CARD-KEYWORD                 PIC X(12).
019100     05  WS-CARD-VALUE                   PIC X(64).
019200
019300 01  WS-REPORT-WORK.
019400     05  WS-RPT-LABEL                    PIC X(30).
019500     05  WS-RPT-VALUE                    PIC X(50).
019600
019700 PROCEDURE DIVISION.
019800*****************************************************************
019900*    0000-MAINLINE                                              *
020000*****************************************************************
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     PERFORM 2000-REPORT-ONE-DATE THRU 2000-EXIT
020400         VARYING WS-DATE-IDX FROM 1 BY 1
020500         UNTIL WS-DATE-IDX > WS-DATE-COUNT.
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020700     STOP RUN.
020800 0000-EXIT.
020900     EXIT.
021000
021100*****************************************************************
021200*    1000-INITIALIZE - CARDS, DEFAULT DATE, CALENDAR, REPORT.   *
021300*****************************************************************
021400 1000-INITIALIZE.
021500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
021600     PERFORM 1100-LOAD-CONTROL-CARDS THRU 1100-EXIT.
021700     IF WS-DATE-COUNT = ZERO
021800         PERFORM 1200-READ-RUN-CONTROL THRU 1200-EXIT
021900     END-IF.
022000     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
022100
022200     OPEN OUTPUT REPORT-FILE.
022300     IF WS-RPT-FS NOT = "00"
022400         GO TO 1950-FATAL-FILE-ERROR
022500     END-IF.
022600 1000-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*    1100-LOAD-CONTROL-CARDS - REPORT DATES AND THE EXPECTED    *
023100*    PROGRAM LIST.  A TABLE OVERFLOW IS FATAL: A SILENTLY       *
023200*    DROPPED EXPECT CARD WOULD HIDE A JOB THAT NEVER RAN.       *
023300*****************************************************************
023400 1100-LOAD-CONTROL-CARDS.
023500     OPEN INPUT STATCARDS-FILE.
023600     IF WS-CARD-FS NOT = "00"
023700         GO TO 1100-EXIT
023800     END-IF.
023900
024000     READ STATCARDS-FILE
024100         AT END
024200             SET WS-EOF TO TRUE
024300     END-READ.
024400     PERFORM 1110-APPLY-ONE-CARD THRU 1110-EXIT
024500         UNTIL WS-EOF.
024600     CLOSE STATCARDS-FILE.
024700     SET WS-NOT-EOF TO TRUE.
024800 1100-EXIT.
024900     EXIT.
025000
025100 1110-APPLY-ONE-CARD.
025200     IF CTL-CARD-TEXT = SPACES
025300        OR CTL-CARD-TEXT(1:1) = "*"
025400         GO TO 1110-READ-NEXT
025500     END-IF.
025600
025700     MOVE SPACES TO WS-CARD-KEYWORD.
025800     MOVE SPACES TO WS-CARD-VALUE.
025900     UNSTRING CTL-CARD-TEXT DELIMITED BY "="
026000         INTO WS-CARD-KEYWORD
026100              WS-CARD-VALUE.
026200
026300     IF WS-CARD-KEYWORD = "DATE"
026400        AND WS-CARD-VALUE(1:8) NUMERIC
026500         IF WS-DATE-COUNT >= WS-MAX-DATES
026600             DISPLAY "JOBSTAT - MORE THAN " WS-MAX-DATES
026700                     " DATE CARDS"
026800             GO TO 1950-FATAL-FILE-ERROR
026900         END-IF
027000         ADD 1 TO WS-DATE-COUNT
027100         MOVE WS-CARD-VALUE(1:8) TO WS-DATE-TBL(WS-DATE-COUNT)
027200     END-IF.
027300
027400     IF WS-CARD-KEYWORD = "EXPECT"
027500        AND WS-CARD-VALUE(2:1) = ","
027600        AND WS-CARD-VALUE(3:8) NOT = SPACES
027700         IF WS-EXP-COUNT >= WS-MAX-EXPECTS
027800             DISPLAY "JOBSTAT - MORE THAN " WS-MAX-EXPECTS
027900                     " EXPECT CARDS"
028000             GO TO 1950-FATAL-FILE-ERROR
028100         END-IF
028200         ADD 1 TO WS-EXP-COUNT
028300         MOVE WS-CARD-VALUE(1:1) TO WS-EXP-DAY-TYPE(WS-EXP-COUNT)
028400         MOVE WS-CARD-VALUE(3:8) TO WS-EXP-PROGRAM(WS-EXP-COUNT)
028500     END-IF.
028600
028700 1110-READ-NEXT.
028800     READ STATCARDS-FILE
028900         AT END
029000             SET WS-EOF TO TRUE
029100     END-READ.
029200 1110-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600*    1200-READ-RUN-CONTROL - WITH NO DATE CARD, REPORT LAST     *
029700*    NIGHT: THE RUNCTL LAST-RUN DATE, OR TODAY WITHOUT ONE.     *
029800*****************************************************************
029900 1200-READ-RUN-CONTROL.
030000     MOVE 1             TO WS-DATE-COUNT.
030100     MOVE WS-TODAY-DATE TO WS-DATE-TBL(1).
030200     OPEN INPUT RUNCTL-FILE.
030300     IF WS-RUNC-FS NOT = "00"
030400         GO TO 1200-EXIT
030500     END-IF.
030600
030700     READ RUNCTL-FILE
030800         AT END
030900             MOVE ZERO TO RUNC-LAST-RUN-DATE
031000     END-READ.
031100     IF RUNC-LAST-RUN-DATE NUMERIC
031200        AND RUNC-LAST-RUN-DATE NOT = ZERO
031300         MOVE RUNC-LAST-RUN-DATE TO WS-DATE-TBL(1)
031400     END-IF.
031500     CLOSE RUNCTL-FILE.
031600 1200-EXIT.
031700     EXIT.
031800
031900*****************************************************************
032000*    1300-LOAD-CALENDAR - BUFFER THE CALMNT BUSINESS CALENDAR.  *
032100*****************************************************************
032200 1300-LOAD-CALENDAR.
032300     OPEN INPUT CALFILE.
032400     IF WS-CAL-FS NOT = "00"
032500         GO TO 1300-EXIT
032600     END-IF.
032700
032800     SET WS-NOT-EOF TO TRUE.
032900     READ CALFILE
033000         AT END
033100             SET WS-EOF TO TRUE
033200     END-READ.
033300     PERFORM 1310-LOAD-ONE-CAL-DAY THRU 1310-EXIT
033400         UNTIL WS-EOF
033500            OR WS-CAL-COUNT >= WS-MAX-CAL-DAYS.
033600     CLOSE CALFILE.
033700     SET WS-NOT-EOF TO TRUE.
033800 1300-EXIT.
033900     EXIT.
034000
034100 1310-LOAD-ONE-CAL-DAY.
034200     IF CAL-DATE NUMERIC
034300         ADD 1 TO WS-CAL-COUNT
034400         MOVE CAL-DATE     TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
034500         MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE(WS-CAL-COUNT)
034600     END-IF.
034700     READ CALFILE
034800         AT END
034900             SET WS-EOF TO TRUE
035000     END-READ.
035100 1310-EXIT.
035200     EXIT.
035300
035400 1950-FATAL-FILE-ERROR.
035500     MOVE 16 TO RETURN-CODE.
035600     STOP RUN.
035700
035800*****************************************************************
035900*    2000-REPORT-ONE-DATE - ONE PASS OF THE LEDGER FOR THE      *
036000*    DATE, THEN THE RUNS, THE MISSING JOBS AND THE TOTALS.      *
036100*****************************************************************
036200 2000-REPORT-ONE-DATE.
036300     MOVE WS-DATE-TBL(WS-DATE-IDX) TO WS-REPORT-DATE.
036400     MOVE ZERO TO WS-RUN-COUNT.
036500     MOVE ZERO TO WS-OK-COUNT.
036600     MOVE ZERO TO WS-WARNING-COUNT.
036700     MOVE ZERO TO WS-ERROR-COUNT.
036800     MOVE ZERO TO WS-FAILED-COUNT.
036900     MOVE ZERO TO WS-MISSING-COUNT.
037000
037100     PERFORM 2100-LOAD-LEDGER THRU 2100-EXIT.
037200     PERFORM 2200-FIND-DAY-TYPE THRU 2200-EXIT.
037300
037400     MOVE "JOB STATUS REPORT"     TO WS-RPT-LABEL.
037500     MOVE SPACES                  TO WS-RPT-VALUE.
037600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
037700     MOVE "BUSINESS DATE"         TO WS-RPT-LABEL.
037800     MOVE WS-REPORT-DATE          TO WS-RPT-VALUE.
037900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
038000     MOVE "CALENDAR DAY TYPE"     TO WS-RPT-LABEL.
038100     MOVE WS-DAY-TYPE             TO WS-RPT-VALUE.
038200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
038300
038400     MOVE "PROGRAMS RUN"          TO WS-RPT-LABEL.
038500     MOVE SPACES                  TO WS-RPT-VALUE.
038600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
038700     PERFORM 2300-REPORT-ONE-RUN THRU 2300-EXIT
038800         VARYING WS-RUN-IDX FROM 1 BY 1
038900         UNTIL WS-RUN-IDX > WS-RUN-COUNT.
039000
039100     MOVE "EXPECTED BUT NOT RUN"  TO WS-RPT-LABEL.
039200     MOVE SPACES                  TO WS-RPT-VALUE.
039300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
039400     PERFORM 2400-CHECK-ONE-EXPECTED THRU 2400-EXIT
039500         VARYING WS-EXP-IDX FROM 1 BY 1
039600         UNTIL WS-EXP-IDX > WS-EXP-COUNT.
039700
039800     PERFORM 2500-DATE-TOTALS THRU 2500-EXIT.
039900 2000-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*    2100-LOAD-LEDGER - BUILD THE RUN TABLE FOR THE REPORT DATE.*
040400*****************************************************************
040500 2100-LOAD-LEDGER.
040600     OPEN INPUT LEDGER-FILE.
040700     IF WS-LDG-FS NOT = "00"
040800         GO TO 1950-FATAL-FILE-ERROR
040900     END-IF.
041000
041100     SET WS-NOT-EOF TO TRUE.
041200     READ LEDGER-FILE
041300         AT END
041400             SET WS-EOF TO TRUE
041500     END-READ.
041600     PERFORM 2110-LOAD-ONE-ENTRY THRU 2110-EXIT
041700         UNTIL WS-EOF.
041800     CLOSE LEDGER-FILE.
041900     SET WS-NOT-EOF TO TRUE.
042000 2100-EXIT.
042100     EXIT.
042200
042300 2110-LOAD-ONE-ENTRY.
042400     ADD 1 TO WS-ENTRIES-READ.
042500     IF LDG-BUSINESS-DATE NOT NUMERIC
042600        OR LDG-BUSINESS-DATE NOT = WS-REPORT-DATE
042700         GO TO 2110-READ-NEXT
042800     END-IF.
042900
043000     IF LDG-EVENT-END
043100         PERFORM 2120-FIND-OPEN-RUN THRU 2120-EXIT
043200         IF WS-FOUND
043300             PERFORM 2140-CLOSE-RUN THRU 2140-EXIT
043400             GO TO 2110-READ-NEXT
043500         END-IF
043600     END-IF.
043700
043800*    A START, OR AN END WITH NO START ON FILE - A NEW RUN.
043900     IF WS-RUN-COUNT >= WS-MAX-RUNS
044000         DISPLAY "JOBSTAT - MORE THAN " WS-MAX-RUNS
044100                 " RUNS ON " WS-REPORT-DATE
044200         GO TO 1950-FATAL-FILE-ERROR
044300     END-IF.
044400     ADD 1 TO WS-RUN-COUNT.
044500     MOVE WS-RUN-COUNT TO WS-HIT-IDX.
044600     MOVE LDG-PROGRAM  TO WS-RUN-PROGRAM(WS-HIT-IDX).
044700     MOVE LDG-RUN-DATE TO WS-RUN-START-DATE(WS-HIT-IDX).
044800     MOVE LDG-RUN-TIME TO WS-RUN-START-TIME(WS-HIT-IDX).
044900     SET WS-RUN-OPEN(WS-HIT-IDX) TO TRUE.
045000     MOVE ZERO TO WS-RUN-RETURN-CODE(WS-HIT-IDX).
045100     MOVE ZERO TO WS-RUN-ELAPSED-SECS(WS-HIT-IDX).
045200     MOVE SPACES TO WS-RUN-COUNT-LABEL(WS-HIT-IDX, 1)
045300                    WS-RUN-COUNT-LABEL(WS-HIT-IDX, 2)
045400                    WS-RUN-COUNT-LABEL(WS-HIT-IDX, 3).
045500     MOVE ZERO TO WS-RUN-COUNT-VALUE(WS-HIT-IDX, 1)
045600                  WS-RUN-COUNT-VALUE(WS-HIT-IDX, 2)
045700                  WS-RUN-COUNT-VALUE(WS-HIT-IDX, 3).
045800     IF LDG-EVENT-END
045900         PERFORM 2140-CLOSE-RUN THRU 2140-EXIT
046000     END-IF.
046100
046200 2110-READ-NEXT.
046300     READ LEDGER-FILE
046400         AT END
046500             SET WS-EOF TO TRUE
046600     END-READ.
046700 2110-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100*    2120-FIND-OPEN-RUN - EARLIEST STARTED, UNENDED RUN OF THE  *
047200*    SAME PROGRAM, SETTING WS-HIT-IDX.                          *
047300*****************************************************************
047400 2120-FIND-OPEN-RUN.
047500     SET WS-NOT-FOUND TO TRUE.
047600     PERFORM 2130-CHECK-ONE-RUN THRU 2130-EXIT
047700         VARYING WS-RUN-IDX FROM 1 BY 1
047800         UNTIL WS-RUN-IDX > WS-RUN-COUNT
047900            OR WS-FOUND.
048000 2120-EXIT.
048100     EXIT.
048200
048300 2130-CHECK-ONE-RUN.
048400     IF WS-RUN-PROGRAM(WS-RUN-IDX) = LDG-PROGRAM
048500        AND WS-RUN-OPEN(WS-RUN-IDX)
048600         SET WS-FOUND TO TRUE
048700         MOVE WS-RUN-IDX TO WS-HIT-IDX
048800     END-IF.
048900 2130-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300*    2140-CLOSE-RUN - POST AN END ENTRY TO RUN WS-HIT-IDX.      *
049400*****************************************************************
049500 2140-CLOSE-RUN.
049600     SET WS-RUN-ENDED(WS-HIT-IDX) TO TRUE.
049700     MOVE LDG-RETURN-CODE  TO WS-RUN-RETURN-CODE(WS-HIT-IDX).
049800     MOVE LDG-ELAPSED-SECS TO WS-RUN-ELAPSED-SECS(WS-HIT-IDX).
049900     IF LDG-ELAPSED-SECS = ZERO
050000         PERFORM 2150-ELAPSED-FROM-TIMES THRU 2150-EXIT
050100     END-IF.
050200     MOVE LDG-COUNT-LABEL(1) TO WS-RUN-COUNT-LABEL(WS-HIT-IDX, 1).
050300     MOVE LDG-COUNT-VALUE(1) TO WS-RUN-COUNT-VALUE(WS-HIT-IDX, 1).
050400     MOVE LDG-COUNT-LABEL(2) TO WS-RUN-COUNT-LABEL(WS-HIT-IDX, 2).
050500     MOVE LDG-COUNT-VALUE(2) TO WS-RUN-COUNT-VALUE(WS-HIT-IDX, 2).
050600     MOVE LDG-COUNT-LABEL(3) TO WS-RUN-COUNT-LABEL(WS-HIT-IDX, 3).
050700     MOVE LDG-COUNT-VALUE(3) TO WS-RUN-COUNT-VALUE(WS-HIT-IDX, 3).
050800 2140-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200*    2150-ELAPSED-FROM-TIMES - A START AND END POSTED FROM      *
051300*    SEPARATE STEPS (LEDGPOST) CARRY NO ELAPSED TIME; WORK IT   *
051400*    OUT FROM THE TWO LEDGER TIMESTAMPS, ALLOWING FOR ONE       *
051500*    MIDNIGHT.                                                  *
051600*****************************************************************
051700 2150-ELAPSED-FROM-TIMES.
051800     MOVE WS-RUN-START-TIME(WS-HIT-IDX) TO WS-TIME-WORK-N.
051900     COMPUTE WS-START-SECS = WS-TIME-HH * 3600
052000                           + WS-TIME-MM * 60
052100                           + WS-TIME-SS.
052200     MOVE LDG-RUN-TIME TO WS-TIME-WORK-N.
052300     COMPUTE WS-END-SECS = WS-TIME-HH * 3600
052400                         + WS-TIME-MM * 60
052500                         + WS-TIME-SS.
052600     IF LDG-RUN-DATE NOT = WS-RUN-START-DATE(WS-HIT-IDX)
052700         ADD 86400 TO WS-END-SECS
052800     END-IF.
052900     IF WS-END-SECS > WS-START-SECS
053000         COMPUTE WS-RUN-ELAPSED-SECS(WS-HIT-IDX) =
053100             WS-END-SECS - WS-START-SECS
053200     END-IF.
053300 2150-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700*    2200-FIND-DAY-TYPE - THE REPORT DATE'S CALFILE DAY TYPE;   *
053800*    "B" WHEN THE DATE IS NOT ON THE CALENDAR.                  *
053900*****************************************************************
054000 2200-FIND-DAY-TYPE.
054100     MOVE "B" TO WS-DAY-TYPE.
054200     SET WS-NOT-FOUND TO TRUE.
054300     PERFORM 2210-CHECK-ONE-CAL-DAY THRU 2210-EXIT
054400         VARYING WS-CAL-IDX FROM 1 BY 1
054500         UNTIL WS-CAL-IDX > WS-CAL-COUNT
054600            OR WS-FOUND.
054700 2200-EXIT.
054800     EXIT.
054900
055000 2210-CHECK-ONE-CAL-DAY.
055100     IF WS-CAL-TBL-DATE(WS-CAL-IDX) = WS-REPORT-DATE
055200         SET WS-FOUND TO TRUE
055300         MOVE WS-CAL-TBL-TYPE(WS-CAL-IDX) TO WS-DAY-TYPE
055400     END-IF.
055500 2210-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*    2300-REPORT-ONE-RUN - "PROGRAM  HH:MM:SS" THEN THE STATUS, *
056000*    RETURN CODE AND ELAPSED SECONDS, THEN ONE LINE PER COUNT.  *
056100*****************************************************************
056200 2300-REPORT-ONE-RUN.
056300     IF WS-RUN-OPEN(WS-RUN-IDX)
056400         MOVE "NO END"  TO WS-RUN-STATUS
056500         ADD 1 TO WS-FAILED-COUNT
056600         GO TO 2300-PRINT-RUN
056700     END-IF.
056800     IF WS-RUN-RETURN-CODE(WS-RUN-IDX) = ZERO
056900         MOVE "OK"      TO WS-RUN-STATUS
057000         ADD 1 TO WS-OK-COUNT
057100         GO TO 2300-PRINT-RUN
057200     END-IF.
057300     IF WS-RUN-RETURN-CODE(WS-RUN-IDX) <= 4
057400         MOVE "WARNING" TO WS-RUN-STATUS
057500         ADD 1 TO WS-WARNING-COUNT
057600         GO TO 2300-PRINT-RUN
057700     END-IF.
057800     IF WS-RUN-RETURN-CODE(WS-RUN-IDX) <= 8
057900         MOVE "ERROR"   TO WS-RUN-STATUS
058000         ADD 1 TO WS-ERROR-COUNT
058100     ELSE
058200         MOVE "FAILED"  TO WS-RUN-STATUS
058300         ADD 1 TO WS-FAILED-COUNT
058400     END-IF.
058500
058600 2300-PRINT-RUN.
058700     MOVE WS-RUN-START-TIME(WS-RUN-IDX) TO WS-TIME-WORK-N.
058800     MOVE SPACES TO WS-RPT-LABEL.
058900     STRING "  " DELIMITED BY SIZE
059000            WS-RUN-PROGRAM(WS-RUN-IDX) DELIMITED BY SIZE
059100            " " DELIMITED BY SIZE
059200            WS-TIME-HH DELIMITED BY SIZE
059300            ":" DELIMITED BY SIZE
059400            WS-TIME-MM DELIMITED BY SIZE
059500            ":" DELIMITED BY SIZE
059600            WS-TIME-SS DELIMITED BY SIZE
059700         INTO WS-RPT-LABEL.
059800
059900     MOVE SPACES TO WS-RPT-VALUE.
060000     IF WS-RUN-OPEN(WS-RUN-IDX)
060100         MOVE "NO END ENTRY - ABENDED OR CANCELLED"
060200             TO WS-RPT-VALUE
060300     ELSE
060400         STRING WS-RUN-STATUS DELIMITED BY SIZE
060500                " RC " DELIMITED BY SIZE
060600                WS-RUN-RETURN-CODE(WS-RUN-IDX) DELIMITED BY SIZE
060700                "  ELAPSED " DELIMITED BY SIZE
060800                WS-RUN-ELAPSED-SECS(WS-RUN-IDX) DELIMITED BY SIZE
060900                " SECS" DELIMITED BY SIZE
061000             INTO WS-RPT-VALUE
061100     END-IF.
061200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
061300
061400     PERFORM 2310-REPORT-ONE-COUNT THRU 2310-EXIT
061500         VARYING WS-CNT-IDX FROM 1 BY 1
061600         UNTIL WS-CNT-IDX > 3.
061700 2300-EXIT.
061800     EXIT.
061900
062000 2310-REPORT-ONE-COUNT.
062100     IF WS-RUN-COUNT-LABEL(WS-RUN-IDX, WS-CNT-IDX) = SPACES
062200         GO TO 2310-EXIT
062300     END-IF.
062400     MOVE SPACES TO WS-RPT-LABEL.
062500     MOVE WS-RUN-COUNT-LABEL(WS-RUN-IDX, WS-CNT-IDX)
062600         TO WS-RPT-LABEL(14:8).
062700     MOVE WS-RUN-COUNT-VALUE(WS-RUN-IDX, WS-CNT-IDX)
062800         TO WS-RPT-VALUE.
062900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
063000 2310-EXIT.
063100     EXIT.
063200
063300*****************************************************************
063400*    2400-CHECK-ONE-EXPECTED - AN EXPECT CARD FOR TODAY'S DAY   *
063500*    TYPE WITH NO RUN OF ITS PROGRAM ON THE LEDGER.             *
063600*****************************************************************
063700 2400-CHECK-ONE-EXPECTED.
063800     IF WS-EXP-DAY-TYPE(WS-EXP-IDX) NOT = WS-DAY-TYPE
063900         GO TO 2400-EXIT
064000     END-IF.
064100
064200     SET WS-NOT-FOUND TO TRUE.
064300     PERFORM 2410-MATCH-ONE-RUN THRU 2410-EXIT
064400         VARYING WS-RUN-IDX FROM 1 BY 1
064500         UNTIL WS-RUN-IDX > WS-RUN-COUNT
064600            OR WS-FOUND.
064700     IF WS-FOUND
064800         GO TO 2400-EXIT
064900     END-IF.
065000
065100     ADD 1 TO WS-MISSING-COUNT.
065200     MOVE SPACES TO WS-RPT-LABEL.
065300     STRING "  " DELIMITED BY SIZE
065400            WS-EXP-PROGRAM(WS-EXP-IDX) DELIMITED BY SIZE
065500         INTO WS-RPT-LABEL.
065600     MOVE "MISSING - NO LEDGER ENTRY" TO WS-RPT-VALUE.
065700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
065800 2400-EXIT.
065900     EXIT.
066000
066100 2410-MATCH-ONE-RUN.
066200     IF WS-RUN-PROGRAM(WS-RUN-IDX) = WS-EXP-PROGRAM(WS-EXP-IDX)
066300         SET WS-FOUND TO TRUE
066400     END-IF.
066500 2410-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900*    2500-DATE-TOTALS - THE COUNTS FOR THE DATE, AND THE WORST  *
067000*    OUTCOME SO FAR FOR THE RETURN CODE.                        *
067100*****************************************************************
067200 2500-DATE-TOTALS.
067300     MOVE "RUNS ON THE LEDGER"      TO WS-RPT-LABEL.
067400     MOVE WS-RUN-COUNT              TO WS-RPT-VALUE.
067500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
067600     MOVE "ENDED OK"                TO WS-RPT-LABEL.
067700     MOVE WS-OK-COUNT               TO WS-RPT-VALUE.
067800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
067900     MOVE "ENDED RC=04"             TO WS-RPT-LABEL.
068000     MOVE WS-WARNING-COUNT          TO WS-RPT-VALUE.
068100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
068200     MOVE "ENDED RC=08"             TO WS-RPT-LABEL.
068300     MOVE WS-ERROR-COUNT            TO WS-RPT-VALUE.
068400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
068500     MOVE "FAILED OR NO END ENTRY"  TO WS-RPT-LABEL.
068600     MOVE WS-FAILED-COUNT           TO WS-RPT-VALUE.
068700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
068800     MOVE "EXPECTED BUT NOT RUN"    TO WS-RPT-LABEL.
068900     MOVE WS-MISSING-COUNT          TO WS-RPT-VALUE.
069000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
069100
069200     IF WS-ERROR-COUNT > ZERO
069300        OR WS-FAILED-COUNT > ZERO
069400        OR WS-MISSING-COUNT > ZERO
069500         MOVE "*** NIGHT NOT COMPLETE ***" TO WS-RPT-LABEL
069600         MOVE SPACES                       TO WS-RPT-VALUE
069700         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
069800         MOVE 8 TO WS-WORST-RC
069900     ELSE
070000         IF WS-WARNING-COUNT > ZERO
070100            AND WS-WORST-RC < 4
070200             MOVE 4 TO WS-WORST-RC
070300         END-IF
070400     END-IF.
070500
070600     MOVE SPACES TO WS-RPT-LABEL.
070700     MOVE SPACES TO WS-RPT-VALUE.
070800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
070900 2500-EXIT.
071000     EXIT.
071100
071200*****************************************************************
071300*    8000-WRITE-REPORT-LINE                                     *
071400*****************************************************************
071500 8000-WRITE-REPORT-LINE.
071600     MOVE SPACES       TO REPORT-FILE-RECORD.
071700     MOVE WS-RPT-LABEL TO RPT-LABEL.
071800     MOVE WS-RPT-VALUE TO RPT-VALUE.
071900     WRITE REPORT-FILE-RECORD.
072000 8000-EXIT.
072100     EXIT.
072200
072300*****************************************************************
072400*    9000-TERMINATE                                             *
072500*****************************************************************
072600 9000-TERMINATE.
072700     MOVE "LEDGER ENTRIES READ"     TO WS-RPT-LABEL.
072800     MOVE WS-ENTRIES-READ           TO WS-RPT-VALUE.
072900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
073000
073100     CLOSE REPORT-FILE.
073200     MOVE WS-WORST-RC TO RETURN-CODE.
073300 9000-EXIT.
073400     EXIT.
