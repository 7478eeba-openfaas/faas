000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACTVANAL.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------                                        *
001000*    2026-10-15  RH  INITIAL VERSION - CUSTOMER ACTIVITY        *
001100*                    DEVIATION ANALYSIS.  RUNTREND WATCHES THE  *
001200*                    WHOLE RUN, SO ONE BRANCH QUIETLY DOUBLING  *
001300*                    ITS VOLUME OR SENDING NOTHING BUT REJECTS  *
001400*                    IS LOST IN THE DAY'S TOTALS.  THIS PROGRAM *
001500*                    READS THE ACTHIST FILE APP APPENDS TO AT   *
001600*                    END OF RUN (ONE RECORD PER CUSTOMER PER    *
001700*                    BUSINESS DATE, COPYBOOK ACTVREC), SORTS IT *
001800*                    BY CUSTOMER AND DATE, AND COMPARES EACH    *
001900*                    CUSTOMER'S LATEST DAY AGAINST THAT         *
002000*                    CUSTOMER'S OWN TRAILING AVERAGE.  IT LISTS *
002100*                    CUSTOMERS WHOSE VOLUME, REJECT RATE OR     *
002200*                    DUPLICATE RATE DEVIATES BEYOND THE         *
002300*                    CONTROL-CARD THRESHOLDS, AND CUSTOMERS     *
002400*                    WITH AN ESTABLISHED HISTORY WHO HAVE SENT  *
002500*                    NOTHING FOR THE SILENT NUMBER OF BUSINESS  *
002600*                    DAYS.  SEE JCL/ACTVANAL.JCL.               *
002610*    2026-10-15  RH  COMMENTS ONLY - APP NOW APPENDS ACTHIST AT *
002620*                    EACH CHECKPOINT AS WELL AS AT END OF RUN.  *
002630*    2026-10-15  RH  VOLUME DEVIATION PERCENT WIDENED TO NINE   *
002640*                    DIGITS - A JUMP OF A MILLION PERCENT OR    *
002650*                    MORE WAS TRUNCATED AND NEVER FLAGGED.      *
002700*                                                               *
002800*    DEFINITIONS:                                               *
002900*        DAY        EVERY ACTHIST RECORD FOR ONE CUSTOMER AND   *
003000*                   BUSINESS DATE, ADDED TOGETHER (APP WRITES   *
003100*                   ONE AT EACH CHECKPOINT AND AT END OF RUN).  *
003200*        VOLUME     ALL EC, LK AND UP REQUESTS THAT DAY, ANY    *
003300*                   OUTCOME.                                    *
003400*        REJECT     REJECTED REQUESTS (NOT HELD, OVER LIMIT OR  *
003500*        RATE       DUPLICATE) PER 1000 OF VOLUME.              *
003600*        DUPLICATE  DUPLICATE (REASON "08") REQUESTS PER 1000   *
003700*        RATE       OF VOLUME.                                  *
003800*        TRAILING   THE CUSTOMER'S OWN ACTIVE DAYS BEFORE THE   *
003900*        AVERAGE    LATEST, UP TO WINDOW DAYS BACK.  A DAY THE  *
004000*                   CUSTOMER SENT NOTHING IS NOT AVERAGED IN -  *
004100*                   SILENCE IS REPORTED ON ITS OWN.             *
004200*                                                               *
004300*    A CUSTOMER IS JUDGED ONLY IF IT WAS ACTIVE ON THE AS-OF    *
004400*    DATE AND HAS AT LEAST MINDAYS EARLIER ACTIVE DAYS; IT IS   *
004500*    SILENT IF IT HAS AT LEAST MINDAYS ACTIVE DAYS IN ALL AND   *
004600*    ITS LAST ONE IS SILENT OR MORE BUSINESS DAYS (ON THE       *
004700*    CALFILE CALENDAR, CALENDAR DAYS WITHOUT ONE) BEFORE THE    *
004800*    AS-OF DATE.  RECORDS DATED AFTER THE AS-OF DATE ARE        *
004900*    IGNORED, SO AN OLD DAY CAN BE RE-ANALYSED WITH AN ASOF     *
005000*    CARD.                                                      *
005100*                                                               *
005200*    CONTROL CARDS (ACTCARDS, KEYWORD=VALUE, SEE CTLCREC):      *
005300*        ASOF=CCYYMMDD  BUSINESS DATE TO ANALYSE.  DEFAULT THE  *
005400*                       RUNCTL LAST-RUN DATE (THE DAY APP HAS   *
005500*                       JUST PROCESSED), ELSE THE LATEST DATE   *
005600*                       ON FILE.                                *
005700*        WINDOW=NN      TRAILING ACTIVE DAYS AVERAGED           *
005800*                       (DEFAULT 20).                           *
005900*        MINDAYS=NN     HISTORY NEEDED BEFORE A CUSTOMER IS     *
006000*                       JUDGED (DEFAULT 05).                    *
006100*        VOLUME=NNN     VOLUME DEVIATION FLAG, PERCENT OF THE   *
006200*                       TRAILING AVERAGE, EITHER WAY (DEFAULT   *
006300*                       050).                                   *
006400*        REJRATE=NNN    REJECT RATE DEVIATION FLAG, PER 1000,   *
006500*                       EITHER WAY (DEFAULT 100).               *
006600*        DUPRATE=NNN    DUPLICATE RATE DEVIATION FLAG, PER 1000,*
006700*                       EITHER WAY (DEFAULT 050).               *
006800*        SILENT=NNN     BUSINESS DAYS WITHOUT ACTIVITY BEFORE A *
006900*                       CUSTOMER IS LISTED AS SILENT (DEFAULT   *
007000*                       003).                                   *
007100*                                                               *
007200*    RETURN CODES:                                              *
007300*      00  NO CUSTOMER DEVIATED OR WENT SILENT.                 *
007400*      04  AT LEAST ONE CUSTOMER IS LISTED - SEE THE REPORT.    *
007500*      16  A REQUIRED FILE DID NOT OPEN OR THE SORT FAILED.     *
007600*****************************************************************
007700 ENVIRONMENT DIVISION.
007800 INPUT-OUTPUT SECTION.
007900 FILE-CONTROL.
008000     SELECT ACTHIST-FILE ASSIGN TO "ACTHIST"
008100         ORGANIZATION LINE SEQUENTIAL
008200         FILE STATUS WS-ACTH-FS.
008300
008400     SELECT ACTCARDS-FILE ASSIGN TO "ACTCARDS"
008500         ORGANIZATION LINE SEQUENTIAL
008600         FILE STATUS WS-CARD-FS.
008700
008800     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008900         ORGANIZATION LINE SEQUENTIAL
009000         FILE STATUS WS-RUNC-FS.
009100
009200     SELECT CALFILE ASSIGN TO "CALFILE"
009300         ORGANIZATION LINE SEQUENTIAL
009400         FILE STATUS WS-CAL-FS.
009500
009600     SELECT SORT-FILE ASSIGN TO "SORTWK01".
009700
009800     SELECT REPORT-FILE ASSIGN TO "ACTRPT"
009900         ORGANIZATION LINE SEQUENTIAL
010000         FILE STATUS WS-RPT-FS.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  ACTHIST-FILE.
010500 01  ACTHIST-RECORD                  PIC X(140).
010600
010700 FD  ACTCARDS-FILE.
010800 01  ACTCARDS-RECORD.
010900     COPY CTLCREC.
011000
011100 FD  RUNCTL-FILE.
011200 01  RUNCTL-RECORD.
011300     COPY RUNCREC.
011400
011500 FD  CALFILE.
011600 01  CALFILE-RECORD.
011700     COPY CALREC.
011800
011900 SD  SORT-FILE.
012000 01  SORT-RECORD.
012100     COPY ACTVREC.
012200
012300 FD  REPORT-FILE.
012400 01  REPORT-FILE-RECORD.
012500     COPY RPTREC.
012600
012700 WORKING-STORAGE SECTION.
012800*****************************************************************
012900*    SWITCHES AND STATUS CODES                                  *
013000*****************************************************************
013100 77  WS-EOF-SW                       PIC X(01) VALUE "N".
013200     88  WS-EOF                          VALUE "Y".
013300     88  WS-NOT-EOF                      VALUE "N".
013400 77  WS-SORT-FAIL-SW                 PIC X(01) VALUE "N".
013500     88  WS-SORT-FAILED                  VALUE "Y".
013600 77  WS-CUST-FLAG-SW                 PIC X(01) VALUE "N".
013700     88  WS-CUST-FLAGGED                 VALUE "Y".
013800     88  WS-CUST-NOT-FLAGGED             VALUE "N".
013900 77  WS-ANY-LISTED-SW                PIC X(01) VALUE "N".
014000     88  WS-ANY-LISTED                   VALUE "Y".
014100 77  WS-ACTH-FS                      PIC X(02) VALUE "00".
014200 77  WS-CARD-FS                      PIC X(02) VALUE "00".
014300 77  WS-RUNC-FS                      PIC X(02) VALUE "00".
014400 77  WS-CAL-FS                       PIC X(02) VALUE "00".
014500 77  WS-RPT-FS                       PIC X(02) VALUE "00".
014600
014700*****************************************************************
014800*    THRESHOLDS (ACTCARDS) AND THE AS-OF DATE                   *
014900*****************************************************************
015000 77  WS-WINDOW-DAYS                  PIC 9(02) VALUE 20.
015100 77  WS-MIN-DAYS                     PIC 9(02) VALUE 05.
015200 77  WS-VOLUME-PCT                   PIC 9(03) VALUE 050.
015300 77  WS-REJRATE-LIMIT                PIC 9(03) VALUE 100.
015400 77  WS-DUPRATE-LIMIT                PIC 9(03) VALUE 050.
015500 77  WS-SILENT-DAYS                  PIC 9(03) VALUE 003.
015600 77  WS-ASOF-DATE                    PIC 9(08) VALUE ZERO.
015700 77  WS-LATEST-ON-FILE               PIC 9(08) VALUE ZERO.
015800
015900*****************************************************************
016000*    BUSINESS CALENDAR - CALFILE, FOR COUNTING SILENT DAYS.     *
016100*****************************************************************
016200 77  WS-MAX-CAL-DAYS                 PIC 9(03) VALUE 800.
016300 77  WS-CAL-COUNT                    PIC 9(03) VALUE ZERO.
016400 77  WS-CAL-IDX                      PIC 9(03) VALUE ZERO.
016500 01  WS-CALENDAR-TABLE.
016600     05  WS-CAL-TBL OCCURS 800 TIMES.
016700         10  WS-CAL-TBL-DATE             PIC 9(08).
016800         10  WS-CAL-TBL-TYPE             PIC X(01).
016900
017000*****************************************************************
017100*    ONE CUSTOMER'S ACTIVE DAYS, OLDEST FIRST, AS THE SORTED    *
017200*    RECORDS ARRIVE.  WHEN A CUSTOMER HAS MORE DAYS ON FILE     *
017300*    THAN THE TABLE HOLDS THE OLDEST ARE DROPPED BY SLIDING -   *
017400*    THE ANALYSIS ONLY LOOKS AT THE NEWEST WINDOW+1 DAYS.       *
017500*****************************************************************
017600 77  WS-CUR-CUST                     PIC X(12) VALUE SPACES.
017700 77  WS-MAX-DAYS                     PIC 9(03) VALUE 400.
017800 77  WS-DAY-COUNT                    PIC 9(03) VALUE ZERO.
017900 77  WS-DAY-IDX                      PIC 9(03) VALUE ZERO.
018000 77  WS-TYPE-IDX                     PIC 9(01) VALUE ZERO.
018100 01  WS-DAY-TABLE.
018200     05  WS-DAY-TBL OCCURS 400 TIMES.
018300         10  WS-DAY-DATE                 PIC 9(08).
018400         10  WS-DAY-VOLUME               PIC 9(07).
018500         10  WS-DAY-REJECTS              PIC 9(07).
018600         10  WS-DAY-DUPLICATES           PIC 9(07).
018700
018800*****************************************************************
018900*    COUNTERS AND ANALYSIS WORK AREAS.  RATES ARE CARRIED PER   *
019000*    MILLE (PER 1000 REQUESTS) SO THE ARITHMETIC STAYS IN       *
019100*    WHOLE NUMBERS, AS IN RUNTREND.                             *
019200*****************************************************************
019300 77  WS-RECS-READ                    PIC 9(09) VALUE ZERO.
019400 77  WS-RECS-BAD                     PIC 9(09) VALUE ZERO.
019500 77  WS-RECS-AFTER-ASOF              PIC 9(09) VALUE ZERO.
019600 77  WS-CUSTS-ON-FILE                PIC 9(06) VALUE ZERO.
019700 77  WS-CUSTS-JUDGED                 PIC 9(06) VALUE ZERO.
019800 77  WS-CUSTS-TOO-NEW                PIC 9(06) VALUE ZERO.
019900 77  WS-CUSTS-DEVIATED               PIC 9(06) VALUE ZERO.
020000 77  WS-CUSTS-SILENT                 PIC 9(06) VALUE ZERO.
020100 77  WS-PRIOR-DAYS                   PIC 9(03) VALUE ZERO.
020200 77  WS-WINDOW-START                 PIC 9(03) VALUE ZERO.
020300 77  WS-WINDOW-USED                  PIC 9(03) VALUE ZERO.
020400 77  WS-SUM-VOLUME                   PIC 9(09) VALUE ZERO.
020500 77  WS-SUM-REJECTS                  PIC 9(09) VALUE ZERO.
020600 77  WS-SUM-DUPLICATES               PIC 9(09) VALUE ZERO.
020700 77  WS-AVG-VOLUME                   PIC 9(07) VALUE ZERO.
020800 77  WS-AVG-REJ-RATE                 PIC 9(04) VALUE ZERO.
020900 77  WS-AVG-DUP-RATE                 PIC 9(04) VALUE ZERO.
021000 77  WS-LAT-VOLUME                   PIC 9(07) VALUE ZERO.
021100 77  WS-LAT-REJ-RATE                 PIC 9(04) VALUE ZERO.
021200 77  WS-LAT-DUP-RATE                 PIC 9(04) VALUE ZERO.
021300 77  WS-DIFF-WORK                    PIC 9(09) VALUE ZERO.
021350*    WIDE ENOUGH FOR A MAXIMUM LATEST VOLUME ON AN AVERAGE OF 1.
021400 77  WS-DEV-PCT                      PIC 9(09) VALUE ZERO.
021500 77  WS-LAST-ACTIVE                  PIC 9(08) VALUE ZERO.
021600 77  WS-GAP-DAYS                     PIC 9(05) VALUE ZERO.
021700 77  WS-EDIT-LATEST                  PIC Z(06)9.
021800 77  WS-EDIT-AVERAGE                 PIC Z(06)9.
021900 77  WS-EDIT-DEV                     PIC Z(08)9.
022000 77  WS-EDIT-GAP                     PIC Z(04)9.
022100
022200 01  WS-CARD-WORK.
022300     05  WS-CARD-KEYWORD                 PIC X(12).
022400     05  WS-CARD-VALUE                   PIC X(64).
022500
022600 01  WS-REPORT-WORK.
022700     05  WS-RPT-LABEL                    PIC X(30).
022800     05  WS-RPT-VALUE                    PIC X(50).
022900 77  WS-FLAG-NAME                    PIC X(10) VALUE SPACES.
023000
023100*****************************************************************
023200*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
023300*****************************************************************
023400 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "ACTVANAL".
023500 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
023600 77  WS-LDG-BASIS                    PIC X(01) VALUE "L".
023700 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
023800 01  WS-LDG-COUNTS.
023900     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
024000         10  WS-LDG-COUNT-LABEL          PIC X(08).
024100         10  WS-LDG-COUNT-VALUE          PIC 9(09).
024200
024300 PROCEDURE DIVISION.
024400*****************************************************************
024500*    0000-MAINLINE                                              *
024600*****************************************************************
024700 0000-MAINLINE.
024800     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     PERFORM 2000-SORT-HISTORY THRU 2000-EXIT.
025100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025200     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
025300     STOP RUN.
025400 0000-EXIT.
025500     EXIT.
025600
025700*****************************************************************
025800*    1000-INITIALIZE - THRESHOLDS, AS-OF DATE, CALENDAR, REPORT *
025900*****************************************************************
026000 1000-INITIALIZE.
026100     PERFORM 1100-LOAD-CONTROL-CARDS THRU 1100-EXIT.
026200     IF WS-ASOF-DATE = ZERO
026300         PERFORM 1200-GET-ASOF-DATE THRU 1200-EXIT
026400     END-IF.
026500     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
026600
026700     OPEN OUTPUT REPORT-FILE.
026800     IF WS-RPT-FS NOT = "00"
026900         GO TO 1950-FATAL-FILE-ERROR
027000     END-IF.
027100
027200     MOVE "CUSTOMER ACTIVITY DEVIATIONS" TO WS-RPT-LABEL.
027300     MOVE SPACES                        TO WS-RPT-VALUE.
027400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
027500
027600     MOVE "TRAILING WINDOW ACTIVE DAYS" TO WS-RPT-LABEL.
027700     MOVE WS-WINDOW-DAYS                TO WS-RPT-VALUE.
027800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
027900
028000     MOVE "MINIMUM HISTORY DAYS"        TO WS-RPT-LABEL.
028100     MOVE WS-MIN-DAYS                   TO WS-RPT-VALUE.
028200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
028300
028400     MOVE "VOLUME DEVIATION PCT"        TO WS-RPT-LABEL.
028500     MOVE WS-VOLUME-PCT                 TO WS-RPT-VALUE.
028600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
028700
028800     MOVE "REJECT RATE DEVIATION /1000" TO WS-RPT-LABEL.
028900     MOVE WS-REJRATE-LIMIT              TO WS-RPT-VALUE.
029000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
029100
029200     MOVE "DUPLICATE RATE DEV /1000"    TO WS-RPT-LABEL.
029300     MOVE WS-DUPRATE-LIMIT              TO WS-RPT-VALUE.
029400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
029500
029600     MOVE "SILENT AFTER BUSINESS DAYS"  TO WS-RPT-LABEL.
029700     MOVE WS-SILENT-DAYS                TO WS-RPT-VALUE.
029800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
029900
030000     IF WS-CAL-COUNT = ZERO
030100         MOVE "NO CALFILE CALENDAR"     TO WS-RPT-LABEL
030200         MOVE "SILENT DAYS ARE COUNTED AS CALENDAR DAYS"
030300             TO WS-RPT-VALUE
030400         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
030500     END-IF.
030600 1000-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000*    1950-FATAL-FILE-ERROR                                      *
031100*****************************************************************
031200 1950-FATAL-FILE-ERROR.
031300     MOVE 16 TO RETURN-CODE.
031400     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
031500     STOP RUN.
031600
031700*****************************************************************
031800*    1100-LOAD-CONTROL-CARDS - THRESHOLD AND AS-OF OVERRIDES.   *
031900*    A MISSING CARD FILE MEANS THE DEFAULTS; A CARD WHOSE VALUE *
032000*    IS NOT NUMERIC (OR IS ZERO) IS IGNORED, AS IN RUNTREND.    *
032100*****************************************************************
032200 1100-LOAD-CONTROL-CARDS.
032300     OPEN INPUT ACTCARDS-FILE.
032400     IF WS-CARD-FS NOT = "00"
032500         GO TO 1100-EXIT
032600     END-IF.
032700
032800     SET WS-NOT-EOF TO TRUE.
032900     READ ACTCARDS-FILE
033000         AT END
033100             SET WS-EOF TO TRUE
033200     END-READ.
033300     PERFORM 1110-APPLY-ONE-CARD THRU 1110-EXIT
033400         UNTIL WS-EOF.
033500     CLOSE ACTCARDS-FILE.
033600     SET WS-NOT-EOF TO TRUE.
033700 1100-EXIT.
033800     EXIT.
033900
034000 1110-APPLY-ONE-CARD.
034100     IF CTL-CARD-TEXT = SPACES
034200        OR CTL-CARD-TEXT(1:1) = "*"
034300         GO TO 1110-READ-NEXT
034400     END-IF.
034500
034600     MOVE SPACES TO WS-CARD-KEYWORD.
034700     MOVE SPACES TO WS-CARD-VALUE.
034800     UNSTRING CTL-CARD-TEXT DELIMITED BY "="
034900         INTO WS-CARD-KEYWORD
035000              WS-CARD-VALUE.
035100
035200     IF WS-CARD-KEYWORD = "ASOF"
035300        AND WS-CARD-VALUE(1:8) NUMERIC
035400         MOVE WS-CARD-VALUE(1:8) TO WS-ASOF-DATE
035500     END-IF.
035600     IF WS-CARD-KEYWORD = "WINDOW"
035700        AND WS-CARD-VALUE(1:2) NUMERIC
035800        AND WS-CARD-VALUE(1:2) NOT = "00"
035900         MOVE WS-CARD-VALUE(1:2) TO WS-WINDOW-DAYS
036000     END-IF.
036100     IF WS-CARD-KEYWORD = "MINDAYS"
036200        AND WS-CARD-VALUE(1:2) NUMERIC
036300        AND WS-CARD-VALUE(1:2) NOT = "00"
036400         MOVE WS-CARD-VALUE(1:2) TO WS-MIN-DAYS
036500     END-IF.
036600     IF WS-CARD-KEYWORD = "VOLUME"
036700        AND WS-CARD-VALUE(1:3) NUMERIC
036800        AND WS-CARD-VALUE(1:3) NOT = "000"
036900         MOVE WS-CARD-VALUE(1:3) TO WS-VOLUME-PCT
037000     END-IF.
037100     IF WS-CARD-KEYWORD = "REJRATE"
037200        AND WS-CARD-VALUE(1:3) NUMERIC
037300        AND WS-CARD-VALUE(1:3) NOT = "000"
037400         MOVE WS-CARD-VALUE(1:3) TO WS-REJRATE-LIMIT
037500     END-IF.
037600     IF WS-CARD-KEYWORD = "DUPRATE"
037700        AND WS-CARD-VALUE(1:3) NUMERIC
037800        AND WS-CARD-VALUE(1:3) NOT = "000"
037900         MOVE WS-CARD-VALUE(1:3) TO WS-DUPRATE-LIMIT
038000     END-IF.
038100     IF WS-CARD-KEYWORD = "SILENT"
038200        AND WS-CARD-VALUE(1:3) NUMERIC
038300        AND WS-CARD-VALUE(1:3) NOT = "000"
038400         MOVE WS-CARD-VALUE(1:3) TO WS-SILENT-DAYS
038500     END-IF.
038600
038700 1110-READ-NEXT.
038800     READ ACTCARDS-FILE
038900         AT END
039000             SET WS-EOF TO TRUE
039100     END-READ.
039200 1110-EXIT.
039300     EXIT.
039400
039500*****************************************************************
039600*    1200-GET-ASOF-DATE - THE BUSINESS DATE JUST PROCESSED.     *
039700*    THIS JOB RUNS AFTER APP HAS ADVANCED RUNCTL, SO IT IS THE  *
039800*    LAST-RUN DATE.  NO RUNCTL (OR A ZERO DATE) LEAVES IT ZERO  *
039900*    AND THE LATEST DATE ON FILE IS TAKEN AFTER THE SORT.       *
040000*****************************************************************
040100 1200-GET-ASOF-DATE.
040200     OPEN INPUT RUNCTL-FILE.
040300     IF WS-RUNC-FS NOT = "00"
040400         GO TO 1200-EXIT
040500     END-IF.
040600     READ RUNCTL-FILE
040700         AT END
040800             CONTINUE
040900     END-READ.
041000     IF RUNC-LAST-RUN-DATE NUMERIC
041100         MOVE RUNC-LAST-RUN-DATE TO WS-ASOF-DATE
041200     END-IF.
041300     CLOSE RUNCTL-FILE.
041400 1200-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800*    1300-LOAD-CALENDAR - BUFFER THE CALMNT BUSINESS CALENDAR.  *
041900*    NO CALENDAR MEANS SILENCE IS COUNTED IN CALENDAR DAYS.     *
042000*****************************************************************
042100 1300-LOAD-CALENDAR.
042200     OPEN INPUT CALFILE.
042300     IF WS-CAL-FS NOT = "00"
042400         GO TO 1300-EXIT
042500     END-IF.
042600
042700     SET WS-NOT-EOF TO TRUE.
042800     READ CALFILE
042900         AT END
043000             SET WS-EOF TO TRUE
043100     END-READ.
043200     PERFORM 1310-LOAD-ONE-CAL-DAY THRU 1310-EXIT
043300         UNTIL WS-EOF
043400            OR WS-CAL-COUNT >= WS-MAX-CAL-DAYS.
043500     CLOSE CALFILE.
043600     SET WS-NOT-EOF TO TRUE.
043700 1300-EXIT.
043800     EXIT.
043900
044000 1310-LOAD-ONE-CAL-DAY.
044100     IF CAL-DATE NUMERIC
044200         ADD 1 TO WS-CAL-COUNT
044300         MOVE CAL-DATE     TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
044400         MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE(WS-CAL-COUNT)
044500     END-IF.
044600     READ CALFILE
044700         AT END
044800             SET WS-EOF TO TRUE
044900     END-READ.
045000 1310-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*    2000-SORT-HISTORY - ACTHIST INTO CUSTOMER AND DATE ORDER.  *
045500*    THE OUTPUT PROCEDURE DOES THE ANALYSIS ONE CUSTOMER AT A   *
045600*    TIME AS THE SORTED RECORDS COME BACK.                      *
045700*****************************************************************
045800 2000-SORT-HISTORY.
045900     SORT SORT-FILE
046000         ON ASCENDING KEY ACT-CORRELATION-ID
046100                          ACT-BUSINESS-DATE
046200         WITH DUPLICATES IN ORDER
046300         INPUT PROCEDURE 2100-RELEASE-HISTORY THRU 2100-EXIT
046400         OUTPUT PROCEDURE 3000-ANALYZE-CUSTOMERS THRU 3000-EXIT.
046500     IF SORT-RETURN NOT = ZERO
046600        OR WS-SORT-FAILED
046700         MOVE "SORT OR FILE FAILURE"    TO WS-RPT-LABEL
046800         MOVE SPACES                    TO WS-RPT-VALUE
046900         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
047000         GO TO 1950-FATAL-FILE-ERROR
047100     END-IF.
047200 2000-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600*    2100-RELEASE-HISTORY - SORT INPUT PROCEDURE.  ACTHIST IS   *
047700*    REQUIRED: A MISSING FILE IS A SORT FAILURE, NOT AN EMPTY   *
047800*    HISTORY, SO A BAD DD NEVER REPORTS EVERY CUSTOMER CLEAN.   *
047900*****************************************************************
048000 2100-RELEASE-HISTORY.
048100     OPEN INPUT ACTHIST-FILE.
048200     IF WS-ACTH-FS NOT = "00"
048300         SET WS-SORT-FAILED TO TRUE
048400         GO TO 2100-EXIT
048500     END-IF.
048600
048700     SET WS-NOT-EOF TO TRUE.
048800     READ ACTHIST-FILE
048900         AT END
049000             SET WS-EOF TO TRUE
049100     END-READ.
049200     PERFORM 2110-RELEASE-ONE-RECORD THRU 2110-EXIT
049300         UNTIL WS-EOF.
049400     CLOSE ACTHIST-FILE.
049500     SET WS-NOT-EOF TO TRUE.
049600 2100-EXIT.
049700     EXIT.
049800
049900 2110-RELEASE-ONE-RECORD.
050000     ADD 1 TO WS-RECS-READ.
050100     MOVE ACTHIST-RECORD TO SORT-RECORD.
050200     IF ACT-BUSINESS-DATE NOT NUMERIC
050300        OR ACT-CORRELATION-ID = SPACES
050400         ADD 1 TO WS-RECS-BAD
050500         GO TO 2110-READ-NEXT
050600     END-IF.
050700     IF ACT-BUSINESS-DATE > WS-LATEST-ON-FILE
050800         MOVE ACT-BUSINESS-DATE TO WS-LATEST-ON-FILE
050900     END-IF.
051000     RELEASE SORT-RECORD.
051100
051200 2110-READ-NEXT.
051300     READ ACTHIST-FILE
051400         AT END
051500             SET WS-EOF TO TRUE
051600     END-READ.
051700 2110-EXIT.
051800     EXIT.
051900
052000*****************************************************************
052100*    3000-ANALYZE-CUSTOMERS - SORT OUTPUT PROCEDURE.  EACH      *
052200*    CUSTOMER'S DAYS ARE BUILT UP IN THE DAY TABLE AND JUDGED   *
052300*    ON THE CHANGE OF CORRELATION ID.                           *
052400*****************************************************************
052500 3000-ANALYZE-CUSTOMERS.
052600     IF WS-SORT-FAILED
052700         GO TO 3000-EXIT
052800     END-IF.
052900     IF WS-ASOF-DATE = ZERO
053000         MOVE WS-LATEST-ON-FILE TO WS-ASOF-DATE
053100     END-IF.
053200
053300     MOVE "AS-OF BUSINESS DATE"         TO WS-RPT-LABEL.
053400     MOVE WS-ASOF-DATE                  TO WS-RPT-VALUE.
053500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
053600     MOVE SPACES                        TO WS-RPT-LABEL.
053700     MOVE SPACES                        TO WS-RPT-VALUE.
053800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
053900
054000     MOVE SPACES TO WS-CUR-CUST.
054100     MOVE ZERO   TO WS-DAY-COUNT.
054200     RETURN SORT-FILE
054300         AT END
054400             SET WS-EOF TO TRUE
054500     END-RETURN.
054600     PERFORM 3100-TAKE-ONE-RECORD THRU 3100-EXIT
054700         UNTIL WS-EOF.
054800     IF WS-CUR-CUST NOT = SPACES
054900         PERFORM 3200-JUDGE-CUSTOMER THRU 3200-EXIT
055000     END-IF.
055100     SET WS-NOT-EOF TO TRUE.
055200 3000-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600*    3100-TAKE-ONE-RECORD - ADD THE RECORD INTO ITS CUSTOMER'S  *
055700*    DAY (A NEW DAY, OR THE SAME DAY AGAIN AFTER A RESTART).    *
055800*****************************************************************
055900 3100-TAKE-ONE-RECORD.
056000     IF ACT-CORRELATION-ID NOT = WS-CUR-CUST
056100         IF WS-CUR-CUST NOT = SPACES
056200             PERFORM 3200-JUDGE-CUSTOMER THRU 3200-EXIT
056300         END-IF
056400         MOVE ACT-CORRELATION-ID TO WS-CUR-CUST
056500         MOVE ZERO TO WS-DAY-COUNT
056600         ADD 1 TO WS-CUSTS-ON-FILE
056700     END-IF.
056800
056900     IF ACT-BUSINESS-DATE > WS-ASOF-DATE
057000         ADD 1 TO WS-RECS-AFTER-ASOF
057100         GO TO 3100-RETURN-NEXT
057200     END-IF.
057300
057400     IF WS-DAY-COUNT = ZERO
057500        OR WS-DAY-DATE(WS-DAY-COUNT) NOT = ACT-BUSINESS-DATE
057600         IF WS-DAY-COUNT >= WS-MAX-DAYS
057700             PERFORM 3110-SLIDE-DAYS THRU 3110-EXIT
057800         END-IF
057900         ADD 1 TO WS-DAY-COUNT
058000         MOVE ACT-BUSINESS-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
058100         MOVE ZERO TO WS-DAY-VOLUME(WS-DAY-COUNT)
058200         MOVE ZERO TO WS-DAY-REJECTS(WS-DAY-COUNT)
058300         MOVE ZERO TO WS-DAY-DUPLICATES(WS-DAY-COUNT)
058400     END-IF.
058500     PERFORM 3120-ADD-ONE-TYPE THRU 3120-EXIT
058600         VARYING WS-TYPE-IDX FROM 1 BY 1
058700         UNTIL WS-TYPE-IDX > 3.
058800
058900 3100-RETURN-NEXT.
059000     RETURN SORT-FILE
059100         AT END
059200             SET WS-EOF TO TRUE
059300     END-RETURN.
059400 3100-EXIT.
059500     EXIT.
059600
059700 3110-SLIDE-DAYS.
059800     PERFORM 3115-SLIDE-ONE-DAY THRU 3115-EXIT
059900         VARYING WS-DAY-IDX FROM 2 BY 1
060000         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
060100     SUBTRACT 1 FROM WS-DAY-COUNT.
060200 3110-EXIT.
060300     EXIT.
060400
060500 3115-SLIDE-ONE-DAY.
060600     MOVE WS-DAY-TBL(WS-DAY-IDX) TO WS-DAY-TBL(WS-DAY-IDX - 1).
060700 3115-EXIT.
060800     EXIT.
060900
061000 3120-ADD-ONE-TYPE.
061100     IF ACT-ACCEPT-COUNT(WS-TYPE-IDX) NOT NUMERIC
061200        OR ACT-REJECT-COUNT(WS-TYPE-IDX) NOT NUMERIC
061300        OR ACT-HELD-COUNT(WS-TYPE-IDX) NOT NUMERIC
061400        OR ACT-OVERLIMIT-COUNT(WS-TYPE-IDX) NOT NUMERIC
061500        OR ACT-DUPLICATE-COUNT(WS-TYPE-IDX) NOT NUMERIC
061600         GO TO 3120-EXIT
061700     END-IF.
061800     ADD ACT-ACCEPT-COUNT(WS-TYPE-IDX)
061900         ACT-REJECT-COUNT(WS-TYPE-IDX)
062000         ACT-HELD-COUNT(WS-TYPE-IDX)
062100         ACT-OVERLIMIT-COUNT(WS-TYPE-IDX)
062200         ACT-DUPLICATE-COUNT(WS-TYPE-IDX)
062300         TO WS-DAY-VOLUME(WS-DAY-COUNT).
062400     ADD ACT-REJECT-COUNT(WS-TYPE-IDX)
062500         TO WS-DAY-REJECTS(WS-DAY-COUNT).
062600     ADD ACT-DUPLICATE-COUNT(WS-TYPE-IDX)
062700         TO WS-DAY-DUPLICATES(WS-DAY-COUNT).
062800 3120-EXIT.
062900     EXIT.
063000
063100*****************************************************************
063200*    3200-JUDGE-CUSTOMER - ACTIVE ON THE AS-OF DATE: TEST THE   *
063300*    DEVIATIONS.  OTHERWISE: TEST FOR SILENCE.  A CUSTOMER      *
063400*    WHOSE ONLY RECORDS ARE AFTER THE AS-OF DATE HAS NO DAYS.   *
063500*****************************************************************
063600 3200-JUDGE-CUSTOMER.
063700     IF WS-DAY-COUNT = ZERO
063800         GO TO 3200-EXIT
063900     END-IF.
064000     SET WS-CUST-NOT-FLAGGED TO TRUE.
064100     IF WS-DAY-DATE(WS-DAY-COUNT) = WS-ASOF-DATE
064200         PERFORM 3300-TEST-DEVIATIONS THRU 3300-EXIT
064300     ELSE
064400         PERFORM 3400-TEST-SILENCE THRU 3400-EXIT
064500     END-IF.
064600 3200-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000*    3300-TEST-DEVIATIONS - THE LATEST DAY AGAINST THE AVERAGE  *
065100*    OF UP TO WINDOW ACTIVE DAYS BEFORE IT.                     *
065200*****************************************************************
065300 3300-TEST-DEVIATIONS.
065400     COMPUTE WS-PRIOR-DAYS = WS-DAY-COUNT - 1.
065500     IF WS-PRIOR-DAYS < WS-MIN-DAYS
065600         ADD 1 TO WS-CUSTS-TOO-NEW
065700         GO TO 3300-EXIT
065800     END-IF.
065900     ADD 1 TO WS-CUSTS-JUDGED.
066000
066100     IF WS-PRIOR-DAYS > WS-WINDOW-DAYS
066200         COMPUTE WS-WINDOW-START = WS-DAY-COUNT - WS-WINDOW-DAYS
066300     ELSE
066400         MOVE 1 TO WS-WINDOW-START
066500     END-IF.
066600     COMPUTE WS-WINDOW-USED = WS-DAY-COUNT - WS-WINDOW-START.
066700
066800     MOVE ZERO TO WS-SUM-VOLUME.
066900     MOVE ZERO TO WS-SUM-REJECTS.
067000     MOVE ZERO TO WS-SUM-DUPLICATES.
067100     PERFORM 3310-ACCUMULATE-ONE-DAY THRU 3310-EXIT
067200         VARYING WS-DAY-IDX FROM WS-WINDOW-START BY 1
067300         UNTIL WS-DAY-IDX >= WS-DAY-COUNT.
067400
067500     COMPUTE WS-AVG-VOLUME ROUNDED =
067600         WS-SUM-VOLUME / WS-WINDOW-USED.
067700     MOVE ZERO TO WS-AVG-REJ-RATE.
067800     MOVE ZERO TO WS-AVG-DUP-RATE.
067900     IF WS-SUM-VOLUME > ZERO
068000         COMPUTE WS-AVG-REJ-RATE =
068100             (WS-SUM-REJECTS * 1000) / WS-SUM-VOLUME
068200         COMPUTE WS-AVG-DUP-RATE =
068300             (WS-SUM-DUPLICATES * 1000) / WS-SUM-VOLUME
068400     END-IF.
068500
068600     MOVE WS-DAY-VOLUME(WS-DAY-COUNT) TO WS-LAT-VOLUME.
068700     MOVE ZERO TO WS-LAT-REJ-RATE.
068800     MOVE ZERO TO WS-LAT-DUP-RATE.
068900     IF WS-LAT-VOLUME > ZERO
069000         COMPUTE WS-LAT-REJ-RATE =
069100             (WS-DAY-REJECTS(WS-DAY-COUNT) * 1000) / WS-LAT-VOLUME
069200         COMPUTE WS-LAT-DUP-RATE =
069300             (WS-DAY-DUPLICATES(WS-DAY-COUNT) * 1000)
069400             / WS-LAT-VOLUME
069500     END-IF.
069600
069700*    VOLUME - PERCENT OF THE AVERAGE, EITHER WAY.
069800     IF WS-AVG-VOLUME > ZERO
069900         IF WS-LAT-VOLUME >= WS-AVG-VOLUME
070000             COMPUTE WS-DIFF-WORK = WS-LAT-VOLUME - WS-AVG-VOLUME
070100         ELSE
070200             COMPUTE WS-DIFF-WORK = WS-AVG-VOLUME - WS-LAT-VOLUME
070300         END-IF
070400         COMPUTE WS-DEV-PCT = (WS-DIFF-WORK * 100) / WS-AVG-VOLUME
070500         IF WS-DEV-PCT > WS-VOLUME-PCT
070600             MOVE "VOLUME"          TO WS-FLAG-NAME
070700             MOVE WS-LAT-VOLUME     TO WS-EDIT-LATEST
070800             MOVE WS-AVG-VOLUME     TO WS-EDIT-AVERAGE
070900             MOVE WS-DEV-PCT        TO WS-EDIT-DEV
071000             MOVE SPACES            TO WS-RPT-VALUE
071100             STRING "LATEST "       DELIMITED BY SIZE
071200                    WS-EDIT-LATEST  DELIMITED BY SIZE
071300                    "  AVG "        DELIMITED BY SIZE
071400                    WS-EDIT-AVERAGE DELIMITED BY SIZE
071500                    "  DEV PCT "    DELIMITED BY SIZE
071600                    WS-EDIT-DEV     DELIMITED BY SIZE
071700                 INTO WS-RPT-VALUE
071800             PERFORM 8100-WRITE-FLAG-LINE THRU 8100-EXIT
071900         END-IF
072000     END-IF.
072100
072200*    REJECT AND DUPLICATE RATES - PER 1000 POINTS, EITHER WAY.
072300     IF WS-LAT-REJ-RATE >= WS-AVG-REJ-RATE
072400         COMPUTE WS-DIFF-WORK = WS-LAT-REJ-RATE - WS-AVG-REJ-RATE
072500     ELSE
072600         COMPUTE WS-DIFF-WORK = WS-AVG-REJ-RATE - WS-LAT-REJ-RATE
072700     END-IF.
072800     IF WS-DIFF-WORK > WS-REJRATE-LIMIT
072900         MOVE "REJ RATE"            TO WS-FLAG-NAME
073000         MOVE WS-LAT-REJ-RATE       TO WS-EDIT-LATEST
073100         MOVE WS-AVG-REJ-RATE       TO WS-EDIT-AVERAGE
073200         PERFORM 3350-FORMAT-RATE-VALUE THRU 3350-EXIT
073300         PERFORM 8100-WRITE-FLAG-LINE THRU 8100-EXIT
073400     END-IF.
073500
073600     IF WS-LAT-DUP-RATE >= WS-AVG-DUP-RATE
073700         COMPUTE WS-DIFF-WORK = WS-LAT-DUP-RATE - WS-AVG-DUP-RATE
073800     ELSE
073900         COMPUTE WS-DIFF-WORK = WS-AVG-DUP-RATE - WS-LAT-DUP-RATE
074000     END-IF.
074100     IF WS-DIFF-WORK > WS-DUPRATE-LIMIT
074200         MOVE "DUP RATE"            TO WS-FLAG-NAME
074300         MOVE WS-LAT-DUP-RATE       TO WS-EDIT-LATEST
074400         MOVE WS-AVG-DUP-RATE       TO WS-EDIT-AVERAGE
074500         PERFORM 3350-FORMAT-RATE-VALUE THRU 3350-EXIT
074600         PERFORM 8100-WRITE-FLAG-LINE THRU 8100-EXIT
074700     END-IF.
074800
074900     IF WS-CUST-FLAGGED
075000         ADD 1 TO WS-CUSTS-DEVIATED
075100     END-IF.
075200 3300-EXIT.
075300     EXIT.
075400
075500 3310-ACCUMULATE-ONE-DAY.
075600     ADD WS-DAY-VOLUME(WS-DAY-IDX)     TO WS-SUM-VOLUME.
075700     ADD WS-DAY-REJECTS(WS-DAY-IDX)    TO WS-SUM-REJECTS.
075800     ADD WS-DAY-DUPLICATES(WS-DAY-IDX) TO WS-SUM-DUPLICATES.
075900 3310-EXIT.
076000     EXIT.
076100
076200 3350-FORMAT-RATE-VALUE.
076300     MOVE SPACES TO WS-RPT-VALUE.
076400     STRING "LATEST "       DELIMITED BY SIZE
076500            WS-EDIT-LATEST  DELIMITED BY SIZE
076600            "  AVG "        DELIMITED BY SIZE
076700            WS-EDIT-AVERAGE DELIMITED BY SIZE
076800            "  PER 1000"    DELIMITED BY SIZE
076900         INTO WS-RPT-VALUE.
077000 3350-EXIT.
077100     EXIT.
077200
077300*****************************************************************
077400*    3400-TEST-SILENCE - NOTHING ON THE AS-OF DATE.  A CUSTOMER *
077500*    WITH AN ESTABLISHED HISTORY IS LISTED ONCE ITS LAST        *
077600*    ACTIVE DAY IS SILENT OR MORE BUSINESS DAYS BACK.           *
077700*****************************************************************
077800 3400-TEST-SILENCE.
077900     IF WS-DAY-COUNT < WS-MIN-DAYS
078000         GO TO 3400-EXIT
078100     END-IF.
078200     MOVE WS-DAY-DATE(WS-DAY-COUNT) TO WS-LAST-ACTIVE.
078300     PERFORM 3410-COUNT-GAP-DAYS THRU 3410-EXIT.
078400     IF WS-GAP-DAYS < WS-SILENT-DAYS
078500         GO TO 3400-EXIT
078600     END-IF.
078700
078800     MOVE "SILENT"                  TO WS-FLAG-NAME.
078900     MOVE WS-GAP-DAYS               TO WS-EDIT-GAP.
079000     MOVE SPACES                    TO WS-RPT-VALUE.
079100     STRING "LAST ACTIVE "          DELIMITED BY SIZE
079200            WS-LAST-ACTIVE          DELIMITED BY SIZE
079300            "  DAYS SILENT "        DELIMITED BY SIZE
079400            WS-EDIT-GAP             DELIMITED BY SIZE
079500         INTO WS-RPT-VALUE.
079600     PERFORM 8100-WRITE-FLAG-LINE THRU 8100-EXIT.
079700     ADD 1 TO WS-CUSTS-SILENT.
079800 3400-EXIT.
079900     EXIT.
080000
080100*****************************************************************
080200*    3410-COUNT-GAP-DAYS - BUSINESS DAYS AFTER THE LAST ACTIVE  *
080300*    DAY UP TO AND INCLUDING THE AS-OF DATE.  WITHOUT A         *
080400*    CALENDAR THAT REACHES BACK THAT FAR, CALENDAR DAYS.        *
080500*****************************************************************
080600 3410-COUNT-GAP-DAYS.
080700     MOVE ZERO TO WS-GAP-DAYS.
080800     IF WS-CAL-COUNT > ZERO
080900         IF WS-CAL-TBL-DATE(1) <= WS-LAST-ACTIVE
081000             PERFORM 3420-COUNT-ONE-CAL-DAY THRU 3420-EXIT
081100                 VARYING WS-CAL-IDX FROM 1 BY 1
081200                 UNTIL WS-CAL-IDX > WS-CAL-COUNT
081300             GO TO 3410-EXIT
081400         END-IF
081500     END-IF.
081600     COMPUTE WS-GAP-DAYS =
081700         FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
081800         - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVE).
081900 3410-EXIT.
082000     EXIT.
082100
082200 3420-COUNT-ONE-CAL-DAY.
082300     IF WS-CAL-TBL-DATE(WS-CAL-IDX) > WS-LAST-ACTIVE
082400        AND WS-CAL-TBL-DATE(WS-CAL-IDX) <= WS-ASOF-DATE
082500        AND WS-CAL-TBL-TYPE(WS-CAL-IDX) = "B"
082600         ADD 1 TO WS-GAP-DAYS
082700     END-IF.
082800 3420-EXIT.
082900     EXIT.
083000
083100*****************************************************************
083200*    8000-WRITE-REPORT-LINE                                     *
083300*****************************************************************
083400 8000-WRITE-REPORT-LINE.
083500     MOVE SPACES       TO REPORT-FILE-RECORD.
083600     MOVE WS-RPT-LABEL TO RPT-LABEL.
083700     MOVE WS-RPT-VALUE TO RPT-VALUE.
083800     WRITE REPORT-FILE-RECORD.
083900 8000-EXIT.
084000     EXIT.
084100
084200*****************************************************************
084300*    8100-WRITE-FLAG-LINE - "** FLAG-NAME  CORRELATION-ID" WITH *
084400*    THE FIGURES ALREADY IN WS-RPT-VALUE.                       *
084500*****************************************************************
084600 8100-WRITE-FLAG-LINE.
084700     SET WS-CUST-FLAGGED TO TRUE.
084800     SET WS-ANY-LISTED TO TRUE.
084900     MOVE SPACES TO WS-RPT-LABEL.
085000     STRING "** "        DELIMITED BY SIZE
085100            WS-FLAG-NAME DELIMITED BY SIZE
085200            " "          DELIMITED BY SIZE
085300            WS-CUR-CUST  DELIMITED BY SIZE
085400         INTO WS-RPT-LABEL.
085500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
085600 8100-EXIT.
085700     EXIT.
085800
085900*****************************************************************
086000*    9000-TERMINATE - TOTALS, CLOSE.                            *
086100*****************************************************************
086200 9000-TERMINATE.
086300     MOVE SPACES                        TO WS-RPT-LABEL.
086400     MOVE SPACES                        TO WS-RPT-VALUE.
086500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
086600
086700     MOVE "ACTIVITY RECORDS READ"       TO WS-RPT-LABEL.
086800     MOVE WS-RECS-READ                  TO WS-RPT-VALUE.
086900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
087000
087100     MOVE "UNREADABLE RECORDS SKIPPED"  TO WS-RPT-LABEL.
087200     MOVE WS-RECS-BAD                   TO WS-RPT-VALUE.
087300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
087400
087500     MOVE "RECORDS AFTER AS-OF DATE"    TO WS-RPT-LABEL.
087600     MOVE WS-RECS-AFTER-ASOF            TO WS-RPT-VALUE.
087700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
087800
087900     MOVE "CUSTOMERS ON FILE"           TO WS-RPT-LABEL.
088000     MOVE WS-CUSTS-ON-FILE              TO WS-RPT-VALUE.
088100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
088200
088300     MOVE "CUSTOMERS JUDGED"            TO WS-RPT-LABEL.
088400     MOVE WS-CUSTS-JUDGED               TO WS-RPT-VALUE.
088500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
088600
088700     MOVE "ACTIVE, TOO LITTLE HISTORY"  TO WS-RPT-LABEL.
088800     MOVE WS-CUSTS-TOO-NEW              TO WS-RPT-VALUE.
088900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
089000
089100     MOVE "CUSTOMERS DEVIATING"         TO WS-RPT-LABEL.
089200     MOVE WS-CUSTS-DEVIATED             TO WS-RPT-VALUE.
089300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
089400
089500     MOVE "CUSTOMERS SILENT"            TO WS-RPT-LABEL.
089600     MOVE WS-CUSTS-SILENT               TO WS-RPT-VALUE.
089700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
089800
089900     CLOSE REPORT-FILE.
090000
090100     IF WS-ANY-LISTED
090200         MOVE 04 TO RETURN-CODE
090300     END-IF.
090400 9000-EXIT.
090500     EXIT.
090600
090700*****************************************************************
090800*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
090900*****************************************************************
091000 9800-LEDGER-START.
091100     MOVE "S" TO WS-LDG-EVENT.
091200     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
091300 9800-EXIT.
091400     EXIT.
091500
091600*****************************************************************
091700*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
091800*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
091900*****************************************************************
092000 9810-LEDGER-END.
092100     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
092200     MOVE "CUSTS   " TO WS-LDG-COUNT-LABEL(1).
092300     MOVE WS-CUSTS-ON-FILE TO WS-LDG-COUNT-VALUE(1).
092400     MOVE "DEVIATED" TO WS-LDG-COUNT-LABEL(2).
092500     MOVE WS-CUSTS-DEVIATED TO WS-LDG-COUNT-VALUE(2).
092600     MOVE "SILENT  " TO WS-LDG-COUNT-LABEL(3).
092700     MOVE WS-CUSTS-SILENT TO WS-LDG-COUNT-VALUE(3).
092800     MOVE "E" TO WS-LDG-EVENT.
092900     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
093000     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
093100 9810-EXIT.
093200     EXIT.
093300
093400 9820-CALL-LEDGER.
093500     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
093600                           WS-LDG-EVENT
093700                           WS-LDG-BASIS
093800                           WS-LDG-RETURN-CODE
093900                           WS-LDG-COUNTS.
094000 9820-EXIT.
094100     EXIT.
